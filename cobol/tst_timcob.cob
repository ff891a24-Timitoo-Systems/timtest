         organization is line sequential
         file status is TIM-JOBREQ-STATUS.

*>---------------------------------------------------------------*
*> Billing control-total file - the billing extract's trailer     *
*> totals, one card per statement job (see copybooks/TIMBCTL.cpy)  *
*> with the statement count and expected pages the billing system  *
*> produced.  When the job stream supplies it, every queued job is  *
*> balanced three ways - JOBREQS card, TIMSDTL statements, TIMRECON *
*> pages - before it may CLEAR, and the night's findings go to the  *
*> BALRPT balancing report.  No BILLCTL file means no balancing.    *
*>---------------------------------------------------------------*
     select BILLCTL-FILE assign to "BILLCTL"
         organization is line sequential
         file status is TIM-BILLCTL-STATUS.

     select BALANCE-FILE assign to "BALRPT"
         organization is line sequential
         file status is TIM-BALRPT-STATUS.

*>---------------------------------------------------------------*
*> Processing-calendar control file - one card per calendar date  *
*> (date 1-8, day class 10-17, profile 19-26) naming what kind    *
         organization is line sequential
         file status is TIM-ROUTE-STATUS.

*>---------------------------------------------------------------*
*> Destination-status control file - the shift's DOWN/UP cards    *
*> for the ROUTETAB destinations (see copybooks/TIMDSTAT.cpy),     *
*> validated at start-up with the same hard stop.  A job queued    *
*> to a DOWN destination is re-routed at dispatch to the           *
*> destination's ROUTETAB alternate, or HELD when the alternate    *
*> is down too, and every such job is listed on the RERTRPT        *
*> re-route report.  No DESTSTAT file means every destination is   *
*> in service.                                                     *
*>---------------------------------------------------------------*
     select DESTSTAT-FILE assign to "DESTSTAT"
         organization is line sequential
         file status is TIM-DESTSTAT-STATUS.

     select REROUTE-FILE assign to "RERTRPT"
         organization is line sequential
         file status is TIM-RERTRPT-STATUS.

*>---------------------------------------------------------------*
*> Regulatory mail-by deadline cards (copybooks/TIMMLBY.cpy) -     *
*> the deck timmlby reports from, validated at start-up with the   *
*> DESTSTAT hard stop.  A queued job inside its card's warning     *
*> window is dispatched ahead of every priority class and is not   *
*> deferred at its class cutoff.  No MAILBY file means no job is   *
*> expedited.                                                      *
*>---------------------------------------------------------------*
     select MAILBY-FILE assign to "MAILBY"
         organization is line sequential
         file status is TIM-MAILBY-STATUS.

*>---------------------------------------------------------------*
*> Page-count anomaly report - with a RUNPARM PAGEBAND card on,    *
*> every job whose session page count falls outside the band       *
*> around its own TIMRECON history (HELD), every first-time job    *
*> with no history to judge (flagged for review), and every held   *
*> job the shift has since released as a genuine volume change.    *
*>---------------------------------------------------------------*
     select PGANOM-FILE assign to "ANOMRPT"
         organization is line sequential
         file status is TIM-ANOMRPT-STATUS.

*>---------------------------------------------------------------*
*> Operator alert file - one structured record per test failure,  *
*> SLA breach, session leak, or cluster file-status error (see     *
         record key is TPF-KEY
         file status is TIM-PREFLT-STATUS.

*>---------------------------------------------------------------*
*> AFP library certification file - one keyed record per vendor  *
*> library build the run has seen (see copybooks/TIMCERT.cpy).   *
*> CHECK-LIBRARY-LEVEL files tonight's build here and forces the *
*> full deck when it is not the last certified one; the          *
*> clearance carries the build so timpfchk can refuse PRINTRUN   *
*> until timcert signs it off.  Opened and closed locally, like  *
*> TIMPRES.                                                      *
*>---------------------------------------------------------------*
     select CERT-FILE assign to "TIMCERT"
         organization is indexed
         access mode is dynamic
         record key is TCE-KEY
         file status is TIM-CERT-STATUS.

data division.

file section.
fd  JOBREQ-FILE.
copy "TIMJREQ.cpy".

fd  BILLCTL-FILE.
copy "TIMBCTL.cpy".

fd  BALANCE-FILE.
01  TIM-BALANCE-LINE           pic x(132).

fd  RUNCAL-FILE.
01  TIM-RUNCAL-CARD.
    05  TCL-DATE               pic x(8).
    05  TRT-DEST               pic x(8).
    05  filler                 pic x(1).
    05  TRT-DESC               pic x(30).
    05  filler                 pic x(1).
*> the destination this one's jobs fail over to while it is marked
*> DOWN on DESTSTAT - another ROUTETAB destination, or blank for none
    05  TRT-ALT-DEST           pic x(8).
    05  filler                 pic x(32).

fd  DESTSTAT-FILE.
copy "TIMDSTAT.cpy".

fd  REROUTE-FILE.
01  TIM-REROUTE-LINE           pic x(132).

fd  MAILBY-FILE.
copy "TIMMLBY.cpy".

fd  PGANOM-FILE.
01  TIM-PGANOM-LINE            pic x(132).

fd  ALERT-FILE.
copy "TIMALRT.cpy".
fd  PREFLT-FILE.
copy "TIMPREF.cpy".

fd  CERT-FILE.
copy "TIMCERT.cpy".

working-storage section.

*>---------------------------------------------------------------*
01  TIM-JOB-CUR-JOBID       PIC X(8)    value spaces.
01  TIM-JOB-CUR-PRIORITY    PIC X(1)    value space.
01  TIM-JOB-CUR-DEST        PIC X(8)    value spaces.
01  TIM-JOB-CUR-PRED        PIC X(8)    value spaces.
01  TIM-JOB-DEFERRED        PIC S9(9)  comp-5  value 0.
01  TIM-JOB-HELD            PIC S9(9)  comp-5  value 0.

    88  TIM-JQT-IS-SWAPPED              value 'Y'.
    88  TIM-JQT-NOT-SWAPPED             value 'N'.

*>---------------------------------------------------------------*
*> Predecessor dependencies (VALIDATE-JOB-DEPENDENCIES and         *
*> ORDER-JOB-DEPENDENTS below).  TIM-JQT-KEY-WORK is the job id     *
*> FIND-QUEUED-JOB looks up, leaving its table position in          *
*> TIM-JQT-FOUND; TIM-DEP-WALK follows a chain one predecessor at   *
*> a time, and a walk longer than the table is a loop.              *
*>---------------------------------------------------------------*
01  TIM-JQT-KEY-WORK        PIC X(8)    value spaces.
01  TIM-JQT-FOUND           PIC S9(4)  comp-5  value 0.
01  TIM-DEP-SUB             PIC S9(4)  comp-5  value 0.
01  TIM-DEP-WALK            PIC S9(4)  comp-5  value 0.
01  TIM-DEP-STEPS           PIC S9(4)  comp-5  value 0.
01  TIM-DEP-SHIFT-SUB       PIC S9(4)  comp-5  value 0.
01  TIM-DEP-WALK-SW         PIC X(1)    value 'N'.
    88  TIM-DEP-WALK-DONE               value 'Y'.
    88  TIM-DEP-WALK-GOING              value 'N'.
01  TIM-DEP-MOVED-SW        PIC X(1)    value 'N'.
    88  TIM-DEP-IS-MOVED                value 'Y'.
    88  TIM-DEP-NOT-MOVED               value 'N'.
01  TIM-DEP-PRED-SW         PIC X(1)    value 'Y'.
    88  TIM-DEP-PRED-CLEARED            value 'Y'.
    88  TIM-DEP-PRED-NOT-CLEARED        value 'N'.
01  TIM-DEP-JOBS-HELD       PIC S9(9)  comp-5  value 0.

01  TIM-CLASS-CUTOFF-TABLE.
    05  TIM-CLASS-CUTOFF-MINS OCCURS 10 TIMES
                           PIC S9(9) comp-5 value -1.
    88  TIM-JOB-PAST-CUTOFF             value 'Y'.
    88  TIM-JOB-NOT-PAST-CUTOFF         value 'N'.

*>---------------------------------------------------------------*
*> Mail-by deadlines (LOAD-MAIL-DEADLINES and FIND-MAIL-DEADLINE  *
*> below).  Each card's pattern is pre-split the way timvmtch     *
*> splits a RATECARD pattern, and its mail-by date is held as a   *
*> day number so the days a queued job has left are one subtract  *
*> from the run date's.  TIM-JOB-CUR-MAILBY carries the job's     *
*> TIM-JQT-MAILBY mark through dispatch.                          *
*>---------------------------------------------------------------*
01  TIM-MAILBY-STATUS       PIC X(2)    value '00'.
01  TIM-MAILBY-EOF-SW       PIC X(1)    value 'N'.
    88  TIM-MAILBY-AT-EOF               value 'Y'.
01  TIM-MBY-MODE-SW         PIC X(1)    value 'N'.
    88  TIM-MBY-MODE-ON                 value 'Y'.
01  TIM-MBY-TABLE.
    05  TIM-MBY-ENTRY OCCURS 200 TIMES
                       INDEXED BY TIM-MBY-IDX.
        10  TIM-MBY-PATTERN     PIC X(8).
        10  TIM-MBY-PREF-LEN    PIC S9(4)  comp-5.
        10  TIM-MBY-WILD-SW     PIC X(1).
            88  TIM-MBY-IS-WILD             value 'Y'.
        10  TIM-MBY-CYCLE-DATE  PIC X(8).
        10  TIM-MBY-WARN-DAYS   PIC S9(4)  comp-5.
        10  TIM-MBY-DUE-DATE    PIC 9(8).
        10  TIM-MBY-DUE-INT     PIC S9(9)  comp-5.
01  TIM-MBY-COUNT           PIC S9(4)  comp-5  value 0.
01  TIM-MBY-SUB             PIC S9(4)  comp-5  value 0.
01  TIM-MBY-BEST            PIC S9(4)  comp-5  value 0.
01  TIM-MBY-BEST-SCORE      PIC S9(4)  comp-5  value 0.
01  TIM-MBY-SCORE           PIC S9(4)  comp-5  value 0.
01  TIM-MBY-JOB-WORK        PIC X(8)    value spaces.
01  TIM-MBY-DATE-WORK       PIC 9(8)    value 0.
01  TIM-MBY-RUN-INT         PIC S9(9)  comp-5  value 0.
01  TIM-MBY-DAYS-LEFT       PIC S9(9)  comp-5  value 0.
01  TIM-MBY-DAYS-TEXT       PIC -(4)9.
01  TIM-MBY-JOBS-AT-RISK    PIC S9(9)  comp-5  value 0.
01  TIM-MBY-JOBS-CARRIED    PIC S9(9)  comp-5  value 0.
01  TIM-JOB-CUR-MAILBY      PIC X(1)    value space.
    88  TIM-JOB-CUR-EXPEDITED           value 'Y' 'P'.

*>---------------------------------------------------------------*
*> In-core routing table (LOAD-ROUTING-TABLE below) - the valid   *
*> AFP destinations, each accumulating the jobs and pages the     *
*> run accounted to it so the session-per-destination totals      *
*> land in the job-mode summary.  Jobs carrying a blank           *
*> destination route nowhere and tally separately.  Each entry     *
*> also carries its failover alternate and, from DESTSTAT, whether  *
*> it is out of service tonight, by whom and why.                  *
*>---------------------------------------------------------------*
78  TIM-ROUTE-TABLE-SIZE    value 8.
01  TIM-ROUTE-TABLE.
        10  TIM-RTE-DESC    PIC X(30).
        10  TIM-RTE-JOBS    PIC 9(9) comp-5.
        10  TIM-RTE-PAGES   PIC 9(9) comp-5.
        10  TIM-RTE-ALT-DEST PIC X(8).
        10  TIM-RTE-DOWN-SW PIC X(1).
            88  TIM-RTE-IS-DOWN             value 'Y'.
            88  TIM-RTE-IS-UP               value 'N'.
        10  TIM-RTE-DOWN-OPER PIC X(8).
        10  TIM-RTE-DOWN-REASON PIC X(35).
01  TIM-ROUTE-COUNT         PIC S9(4)  comp-5  value 0.
01  TIM-RTE-FOUND           PIC S9(4)  comp-5  value 0.
01  TIM-ROUTE-STATUS        PIC X(2)    value '00'.
01  TIM-UNROUTED-JOBS       PIC 9(9)   comp-5  value 0.
01  TIM-UNROUTED-PAGES      PIC 9(9)   comp-5  value 0.

*>---------------------------------------------------------------*
*> Destination failover (LOAD-DESTINATION-STATUS and               *
*> RESOLVE-JOB-DESTINATION below).  TIM-DST-ORIG-DEST keeps the    *
*> destination the job was queued to while TIM-JOB-CUR-DEST takes  *
*> the alternate, so the disposition and the re-route report can   *
*> name both.  The re-route report opens with job-request mode,    *
*> only when a DESTSTAT file was supplied.                         *
*>---------------------------------------------------------------*
01  TIM-DESTSTAT-STATUS     PIC X(2)    value '00'.
01  TIM-RERTRPT-STATUS      PIC X(2)    value '00'.
01  TIM-DESTSTAT-EOF-SW     PIC X(1)    value 'N'.
    88  TIM-DESTSTAT-AT-EOF             value 'Y'.
01  TIM-DST-MODE-SW         PIC X(1)    value 'N'.
    88  TIM-DST-MODE-ON                 value 'Y'.
01  TIM-DST-RPT-SW          PIC X(1)    value 'N'.
    88  TIM-DST-RPT-OPEN                value 'Y'.
01  TIM-DST-RESULT-SW       PIC X(1)    value 'S'.
    88  TIM-DST-AS-QUEUED               value 'S'.
    88  TIM-DST-REROUTED                value 'R'.
    88  TIM-DST-ALL-DOWN                value 'H'.
01  TIM-DST-ORIG-DEST       PIC X(8)    value spaces.
01  TIM-DST-ALT-FOUND       PIC S9(4)  comp-5  value 0.
01  TIM-DST-DOWN-COUNT      PIC S9(4)  comp-5  value 0.
01  TIM-DST-JOBS-REROUTED   PIC S9(9)  comp-5  value 0.
01  TIM-DST-JOBS-HELD       PIC S9(9)  comp-5  value 0.
01  TIM-DST-NOTE-WORK       PIC X(40)   value spaces.

01  TIM-RRT-DETAIL-LINE.
    05  TIM-RRT-JOBID       PIC X(8).
    05  filler              PIC X(2)   value spaces.
    05  TIM-RRT-QUEUED      PIC X(8).
    05  filler              PIC X(2)   value spaces.
    05  TIM-RRT-SENT        PIC X(8).
    05  filler              PIC X(2)   value spaces.
    05  TIM-RRT-ACTION      PIC X(8).
    05  filler              PIC X(2)   value spaces.
    05  TIM-RRT-NOTE        PIC X(40).
    05  filler              PIC X(52)  value spaces.

*>---------------------------------------------------------------*
*> Page-count anomaly hold (LOAD-PAGE-HISTORY and                  *
*> CHECK-PAGE-ANOMALY below).  RUNPARM PAGEBAND=runs,pct turns it  *
*> on: a job's session page count is judged against the average    *
*> of its last 'runs' clean TIMRECON sessions under earlier run    *
*> ids, and a count more than pct percent either side of that      *
*> average is HELD PAGE COUNT ANOMALY.  The history is gathered    *
*> in one pass of TIMRECON before dispatch, into TIM-PGB-ENTRY     *
*> alongside the dispatch table entry of the same number.  No      *
*> PAGEBAND card (or PAGEBAND=OFF) means no anomaly check.         *
*>---------------------------------------------------------------*
78  TIM-PGB-MAX-RUNS        value 10.
01  TIM-ANOMRPT-STATUS      PIC X(2)    value '00'.
01  TIM-PGB-MODE-SW         PIC X(1)    value 'N'.
    88  TIM-PGB-MODE-ON                 value 'Y'.
01  TIM-PGB-RPT-SW          PIC X(1)    value 'N'.
    88  TIM-PGB-RPT-OPEN                value 'Y'.
01  TIM-PGB-SCAN-SW         PIC X(1)    value 'N'.
    88  TIM-PGB-SCAN-DONE               value 'Y'.
01  TIM-PGB-RESULT-SW       PIC X(1)    value 'I'.
    88  TIM-PGB-IN-BAND                 value 'I'.
    88  TIM-PGB-IS-ANOMALY              value 'A'.
    88  TIM-PGB-NO-HISTORY              value 'N'.
    88  TIM-PGB-ACCEPTED                value 'R'.
01  TIM-PGB-RUNS            PIC S9(4)  comp-5  value 0.
01  TIM-PGB-PCT             PIC S9(4)  comp-5  value 0.
01  TIM-PGB-RUNS-TEXT       PIC X(8)    value spaces.
01  TIM-PGB-PCT-TEXT        PIC X(8)    value spaces.
01  TIM-PGB-CARD-TEXT       PIC X(20)   value 'OFF'.
01  TIM-PGB-TABLE.
    05  TIM-PGB-ENTRY OCCURS 500 TIMES.
        10  TIM-PGB-HIST-COUNT  PIC S9(4)  comp-5.
        10  TIM-PGB-HIST-PAGES  PIC 9(9)   comp-5
                                OCCURS 10 TIMES.
01  TIM-PGB-SUB             PIC S9(4)  comp-5  value 0.
01  TIM-PGB-SHIFT-SUB       PIC S9(4)  comp-5  value 0.
01  TIM-PGB-PAGES           PIC S9(9)  comp-5  value 0.
01  TIM-PGB-SUM             PIC S9(9)  comp-5  value 0.
01  TIM-PGB-AVERAGE         PIC S9(9)  comp-5  value 0.
01  TIM-PGB-LOW             PIC S9(9)  comp-5  value 0.
01  TIM-PGB-HIGH            PIC S9(9)  comp-5  value 0.
01  TIM-PGB-HISTORY-READ    PIC S9(9)  comp-5  value 0.
01  TIM-PGB-JOBS-HELD       PIC S9(9)  comp-5  value 0.
01  TIM-PGB-JOBS-REVIEW     PIC S9(9)  comp-5  value 0.
01  TIM-PGB-JOBS-ACCEPTED   PIC S9(9)  comp-5  value 0.
01  TIM-PGB-ACTION-WORK     PIC X(8)    value spaces.
01  TIM-PGB-NOTE-WORK       PIC X(40)   value spaces.

01  TIM-PGL-DETAIL-LINE.
    05  TIM-PGL-JOBID       PIC X(8).
    05  filler              PIC X(2)   value spaces.
    05  TIM-PGL-PAGES       PIC Z(8)9.
    05  filler              PIC X(2)   value spaces.
    05  TIM-PGL-AVERAGE     PIC Z(8)9.
    05  filler              PIC X(2)   value spaces.
    05  TIM-PGL-LOW         PIC Z(8)9.
    05  filler              PIC X(2)   value spaces.
    05  TIM-PGL-HIGH        PIC Z(8)9.
    05  filler              PIC X(4)   value spaces.
    05  TIM-PGL-RUNS        PIC Z9.
    05  filler              PIC X(2)   value spaces.
    05  TIM-PGL-ACTION      PIC X(8).
    05  filler              PIC X(2)   value spaces.
    05  TIM-PGL-NOTE        PIC X(40).
    05  filler              PIC X(22)  value spaces.

*>---------------------------------------------------------------*
*> Billing control-total balancing (LOAD-BILLING-TOTALS and the    *
*> BALANCE-* paragraphs below).  The billing extract's trailer     *
*> totals are held in core for the night: each entry counts the    *
*> extract lines that named the job (more than one is a            *
*> duplicated extract) and the JOBREQS cards that named it (more   *
*> than one is a duplicated deck, none is a short one).  A job out *
*> of balance at any of the three checks is HELD with reason       *
*> OUT OF BALANCE and listed on BALRPT with both sides' numbers;   *
*> a billed job with no card at all is HELD OUT OF BALANCE - NO    *
*> JOBREQS, for the next deck rather than timjrels.                *
*>---------------------------------------------------------------*
78  TIM-BCT-TABLE-SIZE      value 500.
01  TIM-BCT-TABLE.
    05  TIM-BCT-ENTRY OCCURS 500 TIMES
                       INDEXED BY TIM-BCT-IDX.
        10  TIM-BCT-JOBID   PIC X(8).
        10  TIM-BCT-STMTS   PIC S9(9) comp-5.
        10  TIM-BCT-PAGES   PIC S9(9) comp-5.
        10  TIM-BCT-LINES   PIC S9(4) comp-5.
        10  TIM-BCT-CARDS   PIC S9(4) comp-5.
01  TIM-BCT-COUNT           PIC S9(4)  comp-5  value 0.
01  TIM-BCT-FOUND           PIC S9(4)  comp-5  value 0.
01  TIM-BCT-SUB             PIC S9(4)  comp-5  value 0.
01  TIM-BCT-KEY-WORK        PIC X(8)    value spaces.
01  TIM-BILLCTL-STATUS      PIC X(2)    value '00'.
01  TIM-BALRPT-STATUS       PIC X(2)    value '00'.
01  TIM-BILLCTL-EOF-SW      PIC X(1)    value 'N'.
    88  TIM-BILLCTL-AT-EOF              value 'Y'.
01  TIM-BAL-MODE-SW         PIC X(1)    value 'N'.
    88  TIM-BAL-MODE-ON                 value 'Y'.
01  TIM-BAL-RESULT-SW       PIC X(1)    value 'Y'.
    88  TIM-BAL-IN-BALANCE              value 'Y'.
    88  TIM-BAL-OUT-OF-BALANCE          value 'N'.
01  TIM-BAL-CHECK-WORK      PIC X(8)    value spaces.
01  TIM-BAL-BILLED-WORK     PIC S9(9)  comp-5  value 0.
01  TIM-BAL-FOUND-WORK      PIC S9(9)  comp-5  value 0.
01  TIM-BAL-NOTE-WORK       PIC X(40)   value spaces.
01  TIM-BAL-SDTL-COUNT      PIC S9(9)  comp-5  value 0.
01  TIM-BAL-SDTL-EOF-SW     PIC X(1)    value 'N'.
    88  TIM-BAL-SDTL-DONE               value 'Y'.
01  TIM-BAL-JOBS-BALANCED   PIC S9(9)  comp-5  value 0.
01  TIM-BAL-JOBS-OUT        PIC S9(9)  comp-5  value 0.
01  TIM-BAL-CARDS-REFUSED   PIC S9(9)  comp-5  value 0.

01  TIM-BAL-DETAIL-LINE.
    05  TIM-BDL-JOBID       PIC X(8).
    05  filler              PIC X(2)   value spaces.
    05  TIM-BDL-CHECK       PIC X(8).
    05  filler              PIC X(2)   value spaces.
    05  TIM-BDL-BILLED      PIC Z(8)9.
    05  filler              PIC X(2)   value spaces.
    05  TIM-BDL-FOUND       PIC Z(8)9.
    05  filler              PIC X(2)   value spaces.
    05  TIM-BDL-NOTE        PIC X(40).
    05  filler              PIC X(50)  value spaces.

*>---------------------------------------------------------------*
*> Alert staging fields, set by the caller immediately before      *
*> WRITE-ALERT - same pattern as TIM-CALL-PARMS ahead of           *
*>   TIMA001E  test failure          TIMA002W  SLA breach           *
*>   TIMA003E  session leak          TIMA004E  cluster file status  *
*>   TIMA005E  abnormal end intercepted                              *
*>   TIMA006W  page-count anomaly - job held                         *
*>   TIMA007W  AFP library build not certified                       *
*>   TIMA008W  mail-by deadline near (timmlby)                       *
*>   TIMA009E  mail-by deadline due or missed (timmlby)              *
*>   TIMA010E  unauthorized repeat print (timdupck)                  *
*>---------------------------------------------------------------*
01  TIM-ALERT-MSGID         PIC X(8)    value spaces.
01  TIM-ALERT-SEVERITY      PIC X(1)    value 'E'.
01  TIM-CLR-FOLD-SW         PIC X(1)    value 'N'.
    88  TIM-CLR-FOLDING                 value 'Y'.

*>---------------------------------------------------------------*
*> AFP library certification (CHECK-LIBRARY-LEVEL below).        *
*> TIM-LIB-LEVEL is the build identifier named by the RUNPARM    *
*> LIBLEVEL card, which the library install updates - 'UNKNOWN'  *
*> when the deck names none, which can never be certified.  A    *
*> build other than the last certified one forces the full deck: *
*> every SELECT card is ignored and the fault-injection cards    *
*> run even if disabled.  TIM-CERT-FAULTS-RUN counts the fault   *
*> cards driven, since a deck with none (the AFPJRELS stub)      *
*> proves nothing about a new build.                             *
*>---------------------------------------------------------------*
01  TIM-CERT-STATUS         PIC X(2)    value '00'.
01  TIM-LIB-LEVEL           PIC X(16)   value spaces.
01  TIM-CERTIFIED-LEVEL     PIC X(16)   value spaces.
01  TIM-CERTIFIED-STAMP     PIC X(26)   value low-values.
01  TIM-CERT-SCAN-SW        PIC X(1)    value 'N'.
    88  TIM-CERT-SCAN-DONE              value 'Y'.
01  TIM-CERT-NEW-SW         PIC X(1)    value 'N'.
    88  TIM-CERT-IS-NEW                 value 'Y'.
01  TIM-FULL-DECK-SW        PIC X(1)    value 'N'.
    88  TIM-FULL-DECK-FORCED            value 'Y'.
01  TIM-CERT-FAULTS-RUN     PIC S9(9)   comp-5  value 0.

*>---------------------------------------------------------------*
*> Soak/endurance mode (DRIVE-SOAK-MODE below).  The nightly run   *
*> opens two sessions and prints one page each - nothing like      *
*> Print-job reconciliation file status (RELEASE-HANDLE below).   *
*>---------------------------------------------------------------*
01  TIM-RECON-STATUS        PIC X(2)    value '00'.
01  TIM-RECON-SW            PIC X(1)    value 'N'.
    88  TIM-RECON-AVAILABLE             value 'Y'.

*>---------------------------------------------------------------*
*> Checkpoint/restart file status and completed/not-completed      *
 open extend ALERT-FILE.

 open i-o RECON-FILE.
 if TIM-RECON-STATUS = '00'
     set TIM-RECON-AVAILABLE to true
 end-if.
 if TIM-RECON-STATUS not = '00'
     display '*** ERROR OPENING TIMRECON - FILE STATUS=' TIM-RECON-STATUS
             ' - reconciliation records will not be written ***' end-display
 perform RESOLVE-RUN-CALENDAR.
 perform READ-RUN-PARAMETERS.
 perform LOAD-ROUTING-TABLE.
 perform LOAD-DESTINATION-STATUS.
 perform LOAD-MAIL-DEADLINES.
 perform ECHO-RUN-CONFIG.

*>---------------------------------------------------------------*
*>---------------------------------------------------------------*
 perform ACQUIRE-RUN-LOCK.

*>---------------------------------------------------------------*
*> Record which AFP library build tonight runs against; a build   *
*> that is not the last certified one gets the full deck.         *
*>---------------------------------------------------------------*
 perform CHECK-LIBRARY-LEVEL.

*>---------------------------------------------------------------*
*> Load the regression sequence from the TESTDEF control file and *
*> drive the run from the table - the file's order is the run     *
*> record AFPPRINT's gate verifies before releasing statements.   *
*>---------------------------------------------------------------*
 perform WRITE-CLEARANCE-RECORD.
 if TIM-FULL-DECK-FORCED and TIM-PART-NO = 1
     perform RECORD-FULL-DECK-RESULT
 end-if.

 perform RELEASE-RUN-LOCK.

*> Reads and validates the RUNPARM control cards.  Recognized cards:     *
*>   CALLMODE=S|D          static or dynamic CALL binding                *
*>   RUNID=yyyymmdd        pin the run id (defaults to today)            *
*>   LIBLEVEL=build        AFP library build installed (up to 16 chars)  *
*>   SLAMS=nnn             default SLA threshold in milliseconds         *
*>   SLA=routine,nnn       per-routine SLA threshold override            *
*>   ROUNDING=STYLE|TRUNCATE|HALFUP                                      *
             else
                 perform ABORT-BAD-RUNPARM
             end-if
         when 'LIBLEVEL'
             if TIM-RUNPARM-VALUE = spaces
              or TIM-RUNPARM-VALUE (17:) not = spaces
              or TIM-RUNPARM-VALUE (1:16) = 'UNKNOWN'
                 perform ABORT-BAD-RUNPARM
             end-if
             move TIM-RUNPARM-VALUE (1:16) to TIM-LIB-LEVEL
         when 'RUNID'
             if TIM-RUNPARM-VALUE (1:8) is numeric
              and TIM-RUNPARM-VALUE (9:1) = space
             perform PARSE-CLASS-CUTOFF
         when 'PARTITION'
             perform PARSE-PARTITION
         when 'PAGEBAND'
             perform PARSE-PAGE-BAND
         when 'ROUNDING'
             evaluate TIM-RUNPARM-VALUE
                 when 'STYLE'    set TIM-ROUND-OVR-NONE to true
     move TIM-PARM-NUM-WORK to TIM-CLASS-CUTOFF-MINS (TIM-CLASS-SUB)
     .

*>---PARSE-PAGE-BAND----------------------------------------------------*
*> PAGEBAND=runs,pct - judge each job's session page count against the  *
*> average of its last 1-10 clean runs, holding one more than 1-999     *
*> percent either side of it.  PAGEBAND=OFF turns the check back off,   *
*> so a profile section can drop it on a night of known volume change   *
*> (or carry a wider band) without touching the global cards.           *
*>-----------------------------------------------------------------------*
 PARSE-PAGE-BAND.
     if TIM-RUNPARM-VALUE = 'OFF'
         move 'N' to TIM-PGB-MODE-SW
         move 'OFF' to TIM-PGB-CARD-TEXT
     else
         move spaces to TIM-PGB-RUNS-TEXT
         move spaces to TIM-PGB-PCT-TEXT
         unstring TIM-RUNPARM-VALUE delimited by ','
             into TIM-PGB-RUNS-TEXT TIM-PGB-PCT-TEXT
         end-unstring
         if function test-numval(TIM-PGB-RUNS-TEXT) not = 0
          or function test-numval(TIM-PGB-PCT-TEXT) not = 0
             perform ABORT-BAD-RUNPARM
         end-if
         compute TIM-PARM-NUM-WORK = function numval(TIM-PGB-RUNS-TEXT)
         end-compute
         if TIM-PARM-NUM-WORK < 1 or TIM-PARM-NUM-WORK > TIM-PGB-MAX-RUNS
             perform ABORT-BAD-RUNPARM
         end-if
         move TIM-PARM-NUM-WORK to TIM-PGB-RUNS
         compute TIM-PARM-NUM-WORK = function numval(TIM-PGB-PCT-TEXT)
         end-compute
         if TIM-PARM-NUM-WORK < 1 or TIM-PARM-NUM-WORK > 999
             perform ABORT-BAD-RUNPARM
         end-if
         move TIM-PARM-NUM-WORK to TIM-PGB-PCT
         set TIM-PGB-MODE-ON to true
         move TIM-RUNPARM-VALUE (1:20) to TIM-PGB-CARD-TEXT
     end-if
     .

*>---PARSE-PARTITION----------------------------------------------------*
*> PARTITION=n,m - this instance is partition n of m.  PARTITION=1,1    *
*> is the unpartitioned run and allowed, so one cataloged RUNPARM       *
*> Reads the ROUTETAB destination cards.  A blank destination name, a    *
*> duplicate, or more destinations than the table holds is the same      *
*> hard stop a malformed RUNPARM card gets - a routing table the run     *
*> only half-read would validate jobs against half the printers.  So is   *
*> an alternate that names the destination itself or a destination the   *
*> table does not list - checked once every card is in.  A missing file   *
*> leaves routing off entirely, announced.                               *
*>-----------------------------------------------------------------------*
 LOAD-ROUTING-TABLE.
     open input ROUTE-FILE
         set TIM-ROUTE-AT-EOF to true
     else
         perform READ-ONE-ROUTE-CARD until TIM-ROUTE-AT-EOF
         move 0 to TIM-ECHO-SUB
         perform CHECK-ONE-ROUTE-ALTERNATE
             until TIM-ECHO-SUB >= TIM-ROUTE-COUNT
         close ROUTE-FILE
     end-if
     .
     move TRT-DESC to TIM-RTE-DESC (TIM-RTE-IDX)
     move 0 to TIM-RTE-JOBS (TIM-RTE-IDX)
     move 0 to TIM-RTE-PAGES (TIM-RTE-IDX)
     move TRT-ALT-DEST to TIM-RTE-ALT-DEST (TIM-RTE-IDX)
     set TIM-RTE-IS-UP (TIM-RTE-IDX) to true
     move spaces to TIM-RTE-DOWN-OPER (TIM-RTE-IDX)
     move spaces to TIM-RTE-DOWN-REASON (TIM-RTE-IDX)
     .

*>---CHECK-ONE-ROUTE-ALTERNATE------------------------------------------*
*> An alternate must be another destination on the table.  The refused  *
*> card is rebuilt from the entry for the stop message, since the file   *
*> has been read past it by now.                                         *
*>-----------------------------------------------------------------------*
 CHECK-ONE-ROUTE-ALTERNATE.
     add 1 to TIM-ECHO-SUB
     if TIM-RTE-ALT-DEST (TIM-ECHO-SUB) not = spaces
         move TIM-RTE-ALT-DEST (TIM-ECHO-SUB) to TIM-JOB-CUR-DEST
         perform FIND-ROUTE-ENTRY
         if TIM-RTE-FOUND = 0 or TIM-RTE-FOUND = TIM-ECHO-SUB
             move spaces to TIM-ROUTE-CARD
             move TIM-RTE-DEST (TIM-ECHO-SUB) to TRT-DEST
             move TIM-RTE-DESC (TIM-ECHO-SUB) to TRT-DESC
             move TIM-RTE-ALT-DEST (TIM-ECHO-SUB) to TRT-ALT-DEST
             perform ABORT-BAD-ROUTETAB
         end-if
     end-if
     move spaces to TIM-JOB-CUR-DEST
     .

*>---LOAD-DESTINATION-STATUS--------------------------------------------*
*> Reads the DESTSTAT cards onto the routing table.  A card naming a     *
*> destination ROUTETAB does not list, a status other than DOWN or UP,   *
*> or a DOWN card without its operator id and reason is a hard stop,     *
*> like a bad ROUTETAB card - a printer outage the run only half-read    *
*> would send jobs to a printer that is switched off.  A later card for  *
*> the same destination supersedes an earlier one, so the shift can      *
*> append UP under DOWN to put a printer back.  No ROUTETAB means        *
*> nothing to fail over between, and the file is not read.               *
*>-----------------------------------------------------------------------*
 LOAD-DESTINATION-STATUS.
     if TIM-ROUTE-COUNT > 0
         open input DESTSTAT-FILE
         if TIM-DESTSTAT-STATUS not = '00'
             display 'TIMAPP: no DESTSTAT file - all destinations in '
                     'service' end-display
         else
             set TIM-DST-MODE-ON to true
             perform READ-ONE-DESTSTAT-CARD until TIM-DESTSTAT-AT-EOF
             close DESTSTAT-FILE
             move 0 to TIM-DST-DOWN-COUNT
             move 0 to TIM-ECHO-SUB
             perform COUNT-ONE-DOWN-DESTINATION
                 until TIM-ECHO-SUB >= TIM-ROUTE-COUNT
         end-if
     end-if
     .

*>---READ-ONE-DESTSTAT-CARD---------------------------------------------*
 READ-ONE-DESTSTAT-CARD.
     read DESTSTAT-FILE
         at end
             set TIM-DESTSTAT-AT-EOF to true
     end-read
     if not TIM-DESTSTAT-AT-EOF
         if TIM-DESTSTAT-RECORD (1:1) not = '*'
          and TIM-DESTSTAT-RECORD not = spaces
             perform PARSE-ONE-DESTSTAT-CARD
         end-if
     end-if
     .

*>---PARSE-ONE-DESTSTAT-CARD--------------------------------------------*
 PARSE-ONE-DESTSTAT-CARD.
     move TDS-DEST to TIM-JOB-CUR-DEST
     perform FIND-ROUTE-ENTRY
     move spaces to TIM-JOB-CUR-DEST
     if TIM-RTE-FOUND = 0
         perform ABORT-BAD-DESTSTAT
     end-if
     evaluate true
         when TDS-DEST-IS-DOWN
             if TDS-OPERATOR = spaces or TDS-REASON = spaces
                 perform ABORT-BAD-DESTSTAT
             end-if
             set TIM-RTE-IS-DOWN (TIM-RTE-FOUND) to true
             move TDS-OPERATOR to TIM-RTE-DOWN-OPER (TIM-RTE-FOUND)
             move TDS-REASON to TIM-RTE-DOWN-REASON (TIM-RTE-FOUND)
         when TDS-DEST-IS-UP
             set TIM-RTE-IS-UP (TIM-RTE-FOUND) to true
             move spaces to TIM-RTE-DOWN-OPER (TIM-RTE-FOUND)
             move spaces to TIM-RTE-DOWN-REASON (TIM-RTE-FOUND)
         when other
             perform ABORT-BAD-DESTSTAT
     end-evaluate
     .

*>---COUNT-ONE-DOWN-DESTINATION-----------------------------------------*
 COUNT-ONE-DOWN-DESTINATION.
     add 1 to TIM-ECHO-SUB
     if TIM-RTE-IS-DOWN (TIM-ECHO-SUB)
         add 1 to TIM-DST-DOWN-COUNT
         display 'TIMAPP: DESTINATION ' TIM-RTE-DEST (TIM-ECHO-SUB)
                 ' DOWN BY ' TIM-RTE-DOWN-OPER (TIM-ECHO-SUB) ' - '
                 TIM-RTE-DOWN-REASON (TIM-ECHO-SUB) end-display
     end-if
     .

*>---ABORT-BAD-DESTSTAT-------------------------------------------------*
 ABORT-BAD-DESTSTAT.
     display '*** DESTSTAT CARD REFUSED: ' TIM-DESTSTAT-RECORD ' ***'
             end-display
     display '*** RUN STOPPED - FIX THE DESTINATION STATUS AND '
             'RESUBMIT ***' end-display
     move 1 to TIM-OVERALL-RC
     close DESTSTAT-FILE
     close AUDIT-FILE
     close ERROR-FILE
     close ALERT-FILE
     close RECON-FILE
     close RESTART-FILE
     close HIST-FILE
     close JOBDISP-FILE
     close CONFIG-FILE
     close SDTL-FILE
     close PREFLT-FILE
     move TIM-OVERALL-RC to return-code
     stop run
     .

*>---LOAD-MAIL-DEADLINES------------------------------------------------*
*> Reads the MAILBY cards into the deadline table.  A card with no      *
*> pattern, a cycle date that is not a date, a days-allowed or          *
*> warn-days field that is not a number, or more cards than the table   *
*> holds is a hard stop, as a bad DESTSTAT card is - a regulated job    *
*> the run only half-knew about would wait behind the class-9 work.     *
*> Each card's mail-by date is its cycle date plus the days allowed;    *
*> blank warn days mean 3.  The run date is TIM-RUN-ID, so a RUNPARM    *
*> RUNID re-run judges the night it stands in for.                      *
*>-----------------------------------------------------------------------*
 LOAD-MAIL-DEADLINES.
     open input MAILBY-FILE
     if TIM-MAILBY-STATUS not = '00'
         display 'TIMAPP: no MAILBY file - no job expedited for a '
                 'mail-by deadline' end-display
     else
         perform READ-ONE-MAILBY-CARD until TIM-MAILBY-AT-EOF
         close MAILBY-FILE
         move TIM-RUN-ID to TIM-MBY-DATE-WORK
         compute TIM-MBY-RUN-INT =
             function integer-of-date(TIM-MBY-DATE-WORK)
         end-compute
         if TIM-MBY-COUNT > 0
             set TIM-MBY-MODE-ON to true
         end-if
     end-if
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
 PARSE-ONE-MAILBY-CARD.
     if TMB-PATTERN = spaces
      or TMB-CYCLE-DATE is not numeric
      or TMB-CYCLE-DATE (5:2) < '01' or TMB-CYCLE-DATE (5:2) > '12'
      or TMB-CYCLE-DATE (7:2) < '01' or TMB-CYCLE-DATE (7:2) > '31'
      or function test-numval(TMB-DAYS-ALLOWED) not = 0
      or (TMB-WARN-DAYS not = spaces
          and function test-numval(TMB-WARN-DAYS) not = 0)
      or TIM-MBY-COUNT >= 200
         perform ABORT-BAD-MAILBY
     end-if
     add 1 to TIM-MBY-COUNT
     set TIM-MBY-IDX to TIM-MBY-COUNT
     move TMB-PATTERN to TIM-MBY-PATTERN (TIM-MBY-IDX)
     move 'N' to TIM-MBY-WILD-SW (TIM-MBY-IDX)
     compute TIM-MBY-PREF-LEN (TIM-MBY-IDX) =
         function length(function trim(TMB-PATTERN, trailing))
     end-compute
     if TMB-PATTERN (TIM-MBY-PREF-LEN (TIM-MBY-IDX):1) = '*'
         set TIM-MBY-IS-WILD (TIM-MBY-IDX) to true
         subtract 1 from TIM-MBY-PREF-LEN (TIM-MBY-IDX)
     end-if
     move TMB-CYCLE-DATE to TIM-MBY-CYCLE-DATE (TIM-MBY-IDX)
     if TMB-WARN-DAYS = spaces
         move 3 to TIM-MBY-WARN-DAYS (TIM-MBY-IDX)
     else
         move function numval(TMB-WARN-DAYS)
           to TIM-MBY-WARN-DAYS (TIM-MBY-IDX)
     end-if
     move TMB-CYCLE-DATE to TIM-MBY-DATE-WORK
     compute TIM-MBY-DUE-INT (TIM-MBY-IDX) =
         function integer-of-date(TIM-MBY-DATE-WORK)
         + function numval(TMB-DAYS-ALLOWED)
     end-compute
     compute TIM-MBY-DUE-DATE (TIM-MBY-IDX) =
         function date-of-integer(TIM-MBY-DUE-INT (TIM-MBY-IDX))
     end-compute
     .

*>---ABORT-BAD-MAILBY---------------------------------------------------*
 ABORT-BAD-MAILBY.
     display '*** MAILBY CARD REFUSED: ' TIM-MAILBY-RECORD ' ***'
             end-display
     display '*** RUN STOPPED - FIX THE MAIL-BY DEADLINES AND '
             'RESUBMIT ***' end-display
     move 1 to TIM-OVERALL-RC
     close MAILBY-FILE
     close AUDIT-FILE
     close ERROR-FILE
     close ALERT-FILE
     close RECON-FILE
     close RESTART-FILE
     close HIST-FILE
     close JOBDISP-FILE
     close CONFIG-FILE
     close SDTL-FILE
     close PREFLT-FILE
     move TIM-OVERALL-RC to return-code
     stop run
     .

*>---FIND-MAIL-DEADLINE-------------------------------------------------*
*> Resolves the deadline card in play for TIM-MBY-JOB-WORK, as timmlby  *
*> does: of the cards whose pattern matches the job and whose cycle     *
*> date is on or before the run date, an exact job id beats a prefix    *
*> and then the latest cycle date wins.  Leaves the card in             *
*> TIM-MBY-BEST, or zero for a job under no deadline.                   *
*>-----------------------------------------------------------------------*
 FIND-MAIL-DEADLINE.
     move 0 to TIM-MBY-BEST
     move 0 to TIM-MBY-BEST-SCORE
     move 0 to TIM-MBY-SUB
     perform SCORE-ONE-MAIL-DEADLINE until TIM-MBY-SUB >= TIM-MBY-COUNT
     .

*>---SCORE-ONE-MAIL-DEADLINE--------------------------------------------*
 SCORE-ONE-MAIL-DEADLINE.
     add 1 to TIM-MBY-SUB
     move 0 to TIM-MBY-SCORE
     if TIM-MBY-CYCLE-DATE (TIM-MBY-SUB) <= TIM-RUN-ID
         if TIM-MBY-IS-WILD (TIM-MBY-SUB)
             if TIM-MBY-PREF-LEN (TIM-MBY-SUB) = 0
                 move 1 to TIM-MBY-SCORE
             else
             if TIM-MBY-JOB-WORK (1:TIM-MBY-PREF-LEN (TIM-MBY-SUB))
                  = TIM-MBY-PATTERN (TIM-MBY-SUB)
                      (1:TIM-MBY-PREF-LEN (TIM-MBY-SUB))
                 move 1 to TIM-MBY-SCORE
             end-if
             end-if
         else
             if TIM-MBY-PATTERN (TIM-MBY-SUB) = TIM-MBY-JOB-WORK
                 move 2 to TIM-MBY-SCORE
             end-if
         end-if
     end-if
     if TIM-MBY-SCORE > 0
         if TIM-MBY-BEST = 0
          or TIM-MBY-SCORE > TIM-MBY-BEST-SCORE
          or (TIM-MBY-SCORE = TIM-MBY-BEST-SCORE
              and TIM-MBY-CYCLE-DATE (TIM-MBY-SUB)
                    > TIM-MBY-CYCLE-DATE (TIM-MBY-BEST))
             move TIM-MBY-SUB to TIM-MBY-BEST
             move TIM-MBY-SCORE to TIM-MBY-BEST-SCORE
         end-if
     end-if
     .

*>---FIND-ROUTE-ENTRY---------------------------------------------------*
     end-if
     display '  CALL MODE        : ' TIM-CALL-MODE end-display
     display '  RUN ID           : ' TIM-RUN-ID end-display
     if TIM-LIB-LEVEL = spaces
         display '  LIBRARY BUILD    : NOT NAMED - UNKNOWN' end-display
     else
         display '  LIBRARY BUILD    : ' TIM-LIB-LEVEL end-display
     end-if
     if TIM-RUN-PARTITIONED
         display '  PARTITION        : ' TIM-PART-NO ' OF '
                 TIM-PART-OF end-display
         display '  SOAK CYCLES      : ' TIM-SOAK-CYCLES end-display
     end-if
     display '  RETRY DELAY SECS : ' TIM-RETRY-DELAY-SECS end-display
     if TIM-PGB-MODE-ON
         display '  PAGE-COUNT BAND  : LAST ' TIM-PGB-RUNS ' RUNS +/- '
                 TIM-PGB-PCT ' PERCENT' end-display
     else
         display '  PAGE-COUNT BAND  : OFF - NO ANOMALY HOLD' end-display
     end-if
     move 0 to TIM-ECHO-SUB
     perform ECHO-ONE-CLASS-CUTOFF
         until TIM-ECHO-SUB >= 10
         perform ECHO-ONE-DESTINATION
             until TIM-ECHO-SUB >= TIM-ROUTE-COUNT
     end-if
     if TIM-MBY-MODE-ON
         display '  MAIL-BY CARDS    : ' TIM-MBY-COUNT end-display
     else
         display '  MAIL-BY CARDS    : OFF - NO MAILBY' end-display
     end-if
     .

*>---ECHO-ONE-DESTINATION-----------------------------------------------*
     add 1 to TIM-ECHO-SUB
     display '  DESTINATION      : ' TIM-RTE-DEST (TIM-ECHO-SUB)
             ' ' TIM-RTE-DESC (TIM-ECHO-SUB) end-display
     if TIM-RTE-ALT-DEST (TIM-ECHO-SUB) not = spaces
         display '    ALTERNATE      : ' TIM-RTE-ALT-DEST (TIM-ECHO-SUB)
                 end-display
     end-if
     if TIM-RTE-IS-DOWN (TIM-ECHO-SUB)
         display '    STATUS         : DOWN BY '
                 TIM-RTE-DOWN-OPER (TIM-ECHO-SUB) ' - '
                 TIM-RTE-DOWN-REASON (TIM-ECHO-SUB) end-display
     end-if
     .

*>---ECHO-ONE-SLA-OVERRIDE----------------------------------------------*

*>---CHECK-TEST-SELECTED------------------------------------------------*
*> SELECT cards filter the run: none present means every enabled test    *
*> runs; otherwise only the named tests do.  A library build that is     *
*> not certified ignores them - its first nights run the whole deck.     *
*>-----------------------------------------------------------------------*
 CHECK-TEST-SELECTED.
     if TIM-SELECT-COUNT = 0 or TIM-FULL-DECK-FORCED
         set TIM-SEL-IS-FOUND to true
     else
         set TIM-SEL-NOT-FOUND to true
     end-if
     .

*>---CHECK-LIBRARY-LEVEL------------------------------------------------*
*> Files the library build the RUNPARM LIBLEVEL card names in TIMCERT.  *
*> The vendor library has no call that names its own build, so the card *
*> is changed with every library install.  The last certified build is  *
*> the CERTIFIED entry with the latest sign-off; a build other than     *
*> that one forces the full deck for the night, raises TIMA007W, and -  *
*> the first night it appears - is filed PENDING against the build it   *
*> replaces.  A deck with no LIBLEVEL card is recorded as UNKNOWN,      *
*> which timcert will never sign off, and a TIMCERT that will not open  *
*> forces the full deck too: an unrecorded build must not pass for a    *
*> certified one.                                                       *
*>-----------------------------------------------------------------------*
 CHECK-LIBRARY-LEVEL.
     if TIM-LIB-LEVEL = spaces
         display 'TIMAPP: NO RUNPARM LIBLEVEL CARD'
                 ' - LIBRARY BUILD RECORDED AS UNKNOWN' end-display
         move 'UNKNOWN' to TIM-LIB-LEVEL
     end-if
     display 'TIMAPP: AFP LIBRARY BUILD ' TIM-LIB-LEVEL end-display

     open i-o CERT-FILE
     if TIM-CERT-STATUS not = '00'
         display 'TIMAPP: TIMCERT OPEN FAILED - FILE STATUS='
                 TIM-CERT-STATUS ' - BUILD NOT RECORDED, FULL DECK'
                 ' FORCED' end-display
         set TIM-FULL-DECK-FORCED to true
     else
         move 'N' to TIM-CERT-SCAN-SW
         move low-values to TCE-KEY
         start CERT-FILE key not < TCE-KEY
             invalid key
                 set TIM-CERT-SCAN-DONE to true
         end-start
         perform FIND-CERTIFIED-LEVEL until TIM-CERT-SCAN-DONE
         if TIM-LIB-LEVEL not = TIM-CERTIFIED-LEVEL
             set TIM-FULL-DECK-FORCED to true
         end-if
         move TIM-LIB-LEVEL to TCE-LIB-LEVEL
         read CERT-FILE
             invalid key
                 set TIM-CERT-IS-NEW to true
         end-read
         if TIM-CERT-IS-NEW
             move spaces to TIM-CERT-RECORD
             move TIM-LIB-LEVEL to TCE-LIB-LEVEL
             set TCE-IS-PENDING to true
             move TIM-CERTIFIED-LEVEL to TCE-PRIOR-LEVEL
             move TIM-RUN-ID to TCE-FIRST-RUNID
             move function current-date to TCE-FIRST-TIMESTAMP
             move TIM-RUN-ID to TCE-LAST-RUNID
*> a partition of the same night may have filed it a moment ago
             write TIM-CERT-RECORD
                 invalid key
                     continue
             end-write
         else
             move TIM-RUN-ID to TCE-LAST-RUNID
             rewrite TIM-CERT-RECORD
         end-if
         close CERT-FILE
     end-if

     if TIM-FULL-DECK-FORCED
         display '*** AFP LIBRARY BUILD ' TIM-LIB-LEVEL
                 ' IS NOT THE LAST CERTIFIED BUILD ('
                 TIM-CERTIFIED-LEVEL ') ***' end-display
         display '*** FULL TESTDEF DECK AND FAULT-INJECTION SET '
                 'FORCED - SELECT CARDS IGNORED - PRINTRUN WAITS ON '
                 'AFPCERT SIGN-OFF ***' end-display
         move 'LIBLEVEL' to TIM-TEST-NAME
         move 'TIMA007W' to TIM-ALERT-MSGID
         move 'W' to TIM-ALERT-SEVERITY
         move spaces to TIM-ALERT-DETAIL
         string 'BUILD ' TIM-LIB-LEVEL ' NOT CERTIFIED'
             delimited by size into TIM-ALERT-DETAIL
         end-string
         perform WRITE-ALERT
         move spaces to TIM-TEST-NAME
     end-if
     .

*>---FIND-CERTIFIED-LEVEL-----------------------------------------------*
 FIND-CERTIFIED-LEVEL.
     read CERT-FILE next
         at end
             set TIM-CERT-SCAN-DONE to true
     end-read
     if not TIM-CERT-SCAN-DONE
         if TCE-IS-CERTIFIED
          and TCE-CERT-TIMESTAMP > TIM-CERTIFIED-STAMP
             move TCE-LIB-LEVEL to TIM-CERTIFIED-LEVEL
             move TCE-CERT-TIMESTAMP to TIM-CERTIFIED-STAMP
         end-if
     end-if
     .

*>---RECORD-FULL-DECK-RESULT--------------------------------------------*
*> Notes on the build's TIMCERT entry that tonight ran the full deck    *
*> under it and how that came out - timcert signs off only a build      *
*> whose latest full-deck run passed.  A deck that drove no             *
*> fault-injection card (a re-drive's stub deck) did not prove the      *
*> build and records nothing.                                           *
*>-----------------------------------------------------------------------*
 RECORD-FULL-DECK-RESULT.
     if TIM-CERT-FAULTS-RUN = 0
         display 'TIMAPP: NO FAULT-INJECTION CARD RAN - TONIGHT DOES '
                 'NOT COUNT TOWARD CERTIFYING BUILD ' TIM-LIB-LEVEL
                 end-display
     else
     open i-o CERT-FILE
     if TIM-CERT-STATUS not = '00'
         display 'TIMAPP: TIMCERT OPEN FAILED - FILE STATUS='
                 TIM-CERT-STATUS ' - FULL-DECK RESULT NOT RECORDED'
                 end-display
     else
         move TIM-LIB-LEVEL to TCE-LIB-LEVEL
         read CERT-FILE
             invalid key
                 display 'TIMAPP: NO TIMCERT ENTRY FOR BUILD '
                         TIM-LIB-LEVEL ' - FULL-DECK RESULT NOT'
                         ' RECORDED' end-display
             not invalid key
                 move TIM-RUN-ID to TCE-FULL-RUNID
                 if TIM-OVERALL-RC = 0 and TIM-FAIL-COUNT = 0
                     move 'PASS' to TCE-FULL-VERDICT
                 else
                     move 'FAIL' to TCE-FULL-VERDICT
                 end-if
                 rewrite TIM-CERT-RECORD
                 display 'TIMAPP: FULL-DECK RESULT FOR BUILD '
                         TIM-LIB-LEVEL ' RECORDED: ' TCE-FULL-VERDICT
                         end-display
         end-read
         close CERT-FILE
     end-if
     end-if
     .

*>---LOAD-TEST-DEFINITIONS----------------------------------------------*
*> Reads the TESTDEF control cards into the test-definition table.       *
*> A missing file or a malformed card is a hard stop, not a skip - a     *
     move TIM-SOAK-CYCLES to TIM-NUM-TEXT
     move TIM-NUM-TEXT to TIM-CFG-VALUE-WORK
     perform WRITE-CONFIG-ENTRY
     move 'PAGEBAND' to TIM-CFG-NAME-WORK
     move spaces to TIM-CFG-VALUE-WORK
     move TIM-PGB-CARD-TEXT to TIM-CFG-VALUE-WORK
     perform WRITE-CONFIG-ENTRY
     .

*>---SNAPSHOT-ONE-TDEF--------------------------------------------------*
*> announced and skipped without touching the pass/fail counts -        *
*> operations disabled it deliberately, and a skip that counted as a    *
*> PASS would hide exactly the regression the disable was covering.     *
*> The one exception is a fault-injection card under an uncertified     *
*> library build: the fault set is what certifies a build, so it runs.  *
*>-----------------------------------------------------------------------*
 EXECUTE-ONE-TEST.
     add 1 to TIM-TDF-SUB
                 ' NOT IN RUNPARM SELECTION - SKIPPED' end-display
     else
     if TIM-TDF-IS-DISABLED (TIM-TDF-SUB)
      and (TIM-TDF-NOT-FAULT (TIM-TDF-SUB) or not TIM-FULL-DECK-FORCED)
         display TIM-TDF-NAME (TIM-TDF-SUB)
                 ' DISABLED IN TESTDEF - SKIPPED' end-display
     else
         if TIM-TDF-IS-FAULT (TIM-TDF-SUB)
             add 1 to TIM-CERT-FAULTS-RUN
         end-if
         move TIM-TDF-NAME (TIM-TDF-SUB) to TIM-TEST-NAME
         move TIM-TDF-ROUTINE (TIM-TDF-SUB) to TIM-CALL-ROUTINE
         move 0 to TIM-RET-CODE
*> skipped; a job whose open or any page print fails is HELD with its   *
*> reason in TIMJDISP - the clearance carries the cleared/held counts   *
*> and the held jobs follow through timjrels, so one bad job no longer  *
*> blocks fifty clean ones.  With a BILLCTL file present each job is   *
*> also balanced against the billing extract's control totals, and one *
*> that does not tie is HELD OUT OF BALANCE rather than CLEARED.  A    *
*> job queued to a destination DESTSTAT marks DOWN is re-routed to its *
*> ROUTETAB alternate at dispatch, or HELD when that is down as well.  *
*> A job naming a predecessor runs only after the predecessor CLEARED; *
*> behind a HELD or DEFERRED one it is HELD PREDECESSOR HELD.          *
*> With a RUNPARM PAGEBAND card a clean job whose page count strays     *
*> outside the band around its own TIMRECON history is HELD PAGE COUNT *
*> ANOMALY, and the night's anomalies are listed on ANOMRPT.           *
*> A job inside its MAILBY deadline's warning window, and the chain of  *
*> predecessors it waits on, is dispatched ahead of every priority      *
*> class and past its class cutoff.                                     *
*> The mode is optional: no JOBREQS file means no job cycling, exactly  *
*> the run we had before.                                               *
*>-----------------------------------------------------------------------*
 DRIVE-JOB-REQUESTS.
     open input JOBREQ-FILE
         display 'TIMAPP: no JOBREQS file - job-request mode not engaged'
                 end-display
     else
         perform LOAD-BILLING-TOTALS
         if TIM-DST-MODE-ON
             perform START-REROUTE-REPORT
         end-if
         perform READ-ONE-JOBREQ
         perform LOAD-ONE-JOBREQ until TIM-JOBREQ-AT-EOF
         close JOBREQ-FILE
         perform ORDER-JOB-REQUESTS
         perform VALIDATE-JOB-DEPENDENCIES
         if TIM-MBY-JOBS-AT-RISK > 0
             perform CARRY-MAIL-DEADLINE-CHAINS
         end-if
         perform ORDER-JOB-DEPENDENTS
         if TIM-PGB-MODE-ON
             perform LOAD-PAGE-HISTORY
         end-if
         accept TIM-DISPATCH-TIME from time
         move TIM-DISPATCH-TIME (1:2) to TIM-DISPATCH-HH
         move TIM-DISPATCH-TIME (3:2) to TIM-DISPATCH-MM
         end-compute
         move 0 to TIM-JQT-SUB
         perform PROCESS-ONE-JOBREQ until TIM-JQT-SUB >= TIM-JQT-COUNT
         if TIM-BAL-MODE-ON
             perform FINISH-BALANCING-REPORT
         end-if
         if TIM-DST-RPT-OPEN
             perform FINISH-REROUTE-REPORT
         end-if
         if TIM-PGB-RPT-OPEN
             perform FINISH-PAGE-ANOMALY-REPORT
         end-if
         display ' ' end-display
         display 'JOB-REQUEST MODE SUMMARY' end-display
         display '  JOBS PROCESSED          : ' TIM-JOB-PROCESSED
                 end-display
         display '  JOBS HELD               : ' TIM-JOB-HELD
                 end-display
         if TIM-DEP-JOBS-HELD > 0
             display '    OF WHICH PREDECESSOR  : ' TIM-DEP-JOBS-HELD
                     end-display
         end-if
         if TIM-PGB-JOBS-HELD > 0
             display '    OF WHICH PAGE ANOMALY : ' TIM-PGB-JOBS-HELD
                     end-display
         end-if
         display '  JOBS FAILED             : ' TIM-JOB-FAILED
                 end-display
         if TIM-DST-MODE-ON
             display '  JOBS RE-ROUTED          : ' TIM-DST-JOBS-REROUTED
                     end-display
         end-if
         if TIM-MBY-MODE-ON
             display '  JOBS AT MAIL-BY RISK    : ' TIM-MBY-JOBS-AT-RISK
                     end-display
             if TIM-MBY-JOBS-CARRIED > 0
                 display '    PREDECESSORS CARRIED  : '
                         TIM-MBY-JOBS-CARRIED end-display
             end-if
         end-if
         move 0 to TIM-ECHO-SUB
         perform REPORT-ONE-DEST-TOTAL
             until TIM-ECHO-SUB >= TIM-ROUTE-COUNT
         add 1 to TIM-JOB-FAILED
         move 1 to TIM-OVERALL-RC
     else
         if TIM-BAL-MODE-ON
             move TJR-JOBID to TIM-BCT-KEY-WORK
             perform FIND-BILLING-ENTRY
             if TIM-BCT-FOUND > 0
                 add 1 to TIM-BCT-CARDS (TIM-BCT-FOUND)
             end-if
         end-if
         perform CHECK-JOBREQ-ROUTE
         if TIM-JOB-IS-OK
             add 1 to TIM-JQT-COUNT
             move function numval(TJR-STMT-COUNT)
               to TIM-JQT-STMT-COUNT (TIM-JQT-IDX)
             move TJR-DEST to TIM-JQT-DEST (TIM-JQT-IDX)
             move TJR-PRED-JOBID to TIM-JQT-PRED-JOBID (TIM-JQT-IDX)
             move spaces to TIM-JQT-RESULT (TIM-JQT-IDX)
             move space to TIM-JQT-MAILBY (TIM-JQT-IDX)
             if TIM-MBY-MODE-ON
                 perform MARK-MAIL-DEADLINE-JOB
             end-if
         end-if
     end-if
     end-if
     perform READ-ONE-JOBREQ
     .

*>---MARK-MAIL-DEADLINE-JOB---------------------------------------------*
*> Judges the job just filed against its mail-by deadline.  Inside the  *
*> card's warning window - or past the mail-by date altogether - the    *
*> job is marked at risk, to be dispatched ahead of every priority      *
*> class, and the console says so.                                      *
*>-----------------------------------------------------------------------*
 MARK-MAIL-DEADLINE-JOB.
     move TJR-JOBID to TIM-MBY-JOB-WORK
     perform FIND-MAIL-DEADLINE
     if TIM-MBY-BEST > 0
         compute TIM-MBY-DAYS-LEFT =
             TIM-MBY-DUE-INT (TIM-MBY-BEST) - TIM-MBY-RUN-INT
         end-compute
         if TIM-MBY-DAYS-LEFT <= TIM-MBY-WARN-DAYS (TIM-MBY-BEST)
             set TIM-JQT-AT-RISK (TIM-JQT-IDX) to true
             add 1 to TIM-MBY-JOBS-AT-RISK
             move TIM-MBY-DAYS-LEFT to TIM-MBY-DAYS-TEXT
             display 'TIMAPP: JOB ' TJR-JOBID ' MAIL BY '
                     TIM-MBY-DUE-DATE (TIM-MBY-BEST) ' DAYS LEFT'
                     TIM-MBY-DAYS-TEXT ' - DISPATCHED AHEAD OF CLASS '
                     TJR-PRIORITY end-display
         end-if
     end-if
     .

*>---CHECK-JOBREQ-ROUTE-------------------------------------------------*
*> With a routing table loaded, a job naming a destination the table     *
*> does not list fails right here at load - the whole point of the       *
             move TJR-JOBID to TIM-JOB-CUR-JOBID
             move TJR-PRIORITY to TIM-JOB-CUR-PRIORITY
             move TJR-DEST to TIM-JOB-CUR-DEST
             move TJR-PRED-JOBID to TIM-JOB-CUR-PRED
             move function numval(TJR-STMT-COUNT)
               to TIM-JOB-STMT-COUNT
             move rcOK to TIM-RET-CODE
     .

*>---ORDER-JOB-REQUESTS-------------------------------------------------*
*> Orders the dispatch table by priority class, most urgent (lowest)    *
*> class first, behind the jobs marked for a mail-by deadline, which go *
*> ahead of every class.  The exchange sort is stable, so within one    *
*> class the JOBREQS file order is still the dispatch order -           *
*> operations can still sequence inside a class by deck order, as they  *
*> always have.                                                         *
*>-----------------------------------------------------------------------*
 ORDER-JOB-REQUESTS.
     set TIM-JQT-IS-SWAPPED to true

*>---ORDER-ONE-COMPARE--------------------------------------------------*
 ORDER-ONE-COMPARE.
     if (TIM-JQT-EXPEDITED (TIM-JQT-SUB + 1)
         and not TIM-JQT-EXPEDITED (TIM-JQT-SUB))
      or (TIM-JQT-PRIORITY (TIM-JQT-SUB)
            > TIM-JQT-PRIORITY (TIM-JQT-SUB + 1)
          and (TIM-JQT-EXPEDITED (TIM-JQT-SUB + 1)
               or not TIM-JQT-EXPEDITED (TIM-JQT-SUB)))
         move TIM-JQT-ENTRY (TIM-JQT-SUB) to TIM-JQT-SWAP-ENTRY
         move TIM-JQT-ENTRY (TIM-JQT-SUB + 1)
           to TIM-JQT-ENTRY (TIM-JQT-SUB)
     add 1 to TIM-JQT-SUB
     .

*>---VALIDATE-JOB-DEPENDENCIES------------------------------------------*
*> Every predecessor a JOBREQS card names must be another job in the     *
*> deck or a job already dispositioned under this run id - the night's   *
*> earlier work, on a timjrels re-drive - and no chain may lead back on  *
*> itself.  Either fault is the hard stop a malformed RUNPARM card gets: *
*> a dependency the run cannot honour would dispatch the statement run   *
*> ahead of its insert run, or never dispatch it at all.                 *
*>-----------------------------------------------------------------------*
 VALIDATE-JOB-DEPENDENCIES.
     move 0 to TIM-DEP-SUB
     perform VALIDATE-ONE-JOB-CHAIN until TIM-DEP-SUB >= TIM-JQT-COUNT
     .

*>---VALIDATE-ONE-JOB-CHAIN---------------------------------------------*
*> Walks one job's chain back through its predecessors.  A walk that     *
*> returns to its own job, or runs longer than the deck, is a loop.      *
*>-----------------------------------------------------------------------*
 VALIDATE-ONE-JOB-CHAIN.
     add 1 to TIM-DEP-SUB
     move TIM-DEP-SUB to TIM-DEP-WALK
     move 0 to TIM-DEP-STEPS
     set TIM-DEP-WALK-GOING to true
     perform WALK-ONE-PREDECESSOR until TIM-DEP-WALK-DONE
     .

*>---WALK-ONE-PREDECESSOR-----------------------------------------------*
 WALK-ONE-PREDECESSOR.
     if TIM-JQT-PRED-JOBID (TIM-DEP-WALK) = spaces
         set TIM-DEP-WALK-DONE to true
     else
         add 1 to TIM-DEP-STEPS
         move TIM-JQT-PRED-JOBID (TIM-DEP-WALK) to TIM-JQT-KEY-WORK
         perform FIND-QUEUED-JOB
         if TIM-JQT-FOUND = 0
             if TIM-DEP-STEPS = 1
                 if TIM-JOBDISP-AVAILABLE
                     move TIM-RUN-ID to TJD-RUNID
                     move TIM-JQT-KEY-WORK to TJD-JOBID
                     read JOBDISP-FILE
                         invalid key
                             perform ABORT-UNKNOWN-PREDECESSOR
                     end-read
                 else
                     perform ABORT-UNKNOWN-PREDECESSOR
                 end-if
             end-if
             set TIM-DEP-WALK-DONE to true
         else
         if TIM-JQT-FOUND = TIM-DEP-SUB or TIM-DEP-STEPS > TIM-JQT-COUNT
             display '*** JOBREQS DEPENDENCY LOOP THROUGH JOB '
                     TIM-JQT-JOBID (TIM-DEP-SUB) ' ***' end-display
             perform ABORT-BAD-JOB-CHAIN
         else
             move TIM-JQT-FOUND to TIM-DEP-WALK
         end-if
         end-if
     end-if
     .

*>---ABORT-UNKNOWN-PREDECESSOR------------------------------------------*
*> The predecessor is neither in the deck nor dispositioned under this   *
*> run id.  Without TIMJDISP there is no earlier work to find it in, so  *
*> a predecessor missing from the deck stops the run all the same.       *
*>-----------------------------------------------------------------------*
 ABORT-UNKNOWN-PREDECESSOR.
     display '*** JOBREQS JOB ' TIM-JQT-JOBID (TIM-DEP-SUB)
             ' NAMES UNKNOWN PREDECESSOR ' TIM-JQT-KEY-WORK ' ***'
             end-display
     perform ABORT-BAD-JOB-CHAIN
     .

*>---FIND-QUEUED-JOB----------------------------------------------------*
*> Locates TIM-JQT-KEY-WORK in the dispatch table, leaving the entry     *
*> number in TIM-JQT-FOUND or zero.                                      *
*>-----------------------------------------------------------------------*
 FIND-QUEUED-JOB.
     move 0 to TIM-JQT-FOUND
     if TIM-JQT-COUNT > 0
         set TIM-JQT-IDX to 1
         search TIM-JQT-ENTRY
             at end
                 continue
             when TIM-JQT-IDX > TIM-JQT-COUNT
                 continue
             when TIM-JQT-JOBID (TIM-JQT-IDX) = TIM-JQT-KEY-WORK
                 set TIM-JQT-FOUND to TIM-JQT-IDX
         end-search
     end-if
     .

*>---ABORT-BAD-JOB-CHAIN------------------------------------------------*
*> The dependency fault has been named on the console by the caller.     *
*> Nothing has been dispatched yet, so the run stops with the files      *
*> closed clean and no clearance written - PRINTRUN cannot release a     *
*> deck whose order the pre-flight could not prove.                     *
*>-----------------------------------------------------------------------*
 ABORT-BAD-JOB-CHAIN.
     display '*** RUN STOPPED - FIX THE JOBREQS DECK AND RESUBMIT ***'
             end-display
     move 1 to TIM-OVERALL-RC
     perform RELEASE-RUN-LOCK
     close AUDIT-FILE
     close ERROR-FILE
     close ALERT-FILE
     close RECON-FILE
     close RESTART-FILE
     close HIST-FILE
     close JOBDISP-FILE
     close CONFIG-FILE
     close SDTL-FILE
     close PREFLT-FILE
     if TIM-BAL-MODE-ON
         close BALANCE-FILE
     end-if
     if TIM-DST-RPT-OPEN
         close REROUTE-FILE
     end-if
     move TIM-OVERALL-RC to return-code
     stop run
     .

*>---CARRY-MAIL-DEADLINE-CHAINS-----------------------------------------*
*> A job at mail-by risk still prints behind its predecessor, so left   *
*> alone the dependent ordering below would drag it back down to its    *
*> predecessor's class.  Every job in the deck that an at-risk job's    *
*> chain runs back through is carried ahead with it and spared its      *
*> class cutoff in turn, and the table is re-ordered.  The chains were  *
*> proven loop-free above.                                              *
*>-----------------------------------------------------------------------*
 CARRY-MAIL-DEADLINE-CHAINS.
     move 0 to TIM-DEP-SUB
     perform CARRY-ONE-MAIL-DEADLINE-CHAIN until TIM-DEP-SUB >= TIM-JQT-COUNT
     if TIM-MBY-JOBS-CARRIED > 0
         perform ORDER-JOB-REQUESTS
     end-if
     .

*>---CARRY-ONE-MAIL-DEADLINE-CHAIN--------------------------------------*
 CARRY-ONE-MAIL-DEADLINE-CHAIN.
     add 1 to TIM-DEP-SUB
     if TIM-JQT-AT-RISK (TIM-DEP-SUB)
         move TIM-DEP-SUB to TIM-DEP-WALK
         set TIM-DEP-WALK-GOING to true
         perform CARRY-ONE-PREDECESSOR until TIM-DEP-WALK-DONE
     end-if
     .

*>---CARRY-ONE-PREDECESSOR----------------------------------------------*
 CARRY-ONE-PREDECESSOR.
     move 0 to TIM-JQT-FOUND
     if TIM-JQT-PRED-JOBID (TIM-DEP-WALK) not = spaces
         move TIM-JQT-PRED-JOBID (TIM-DEP-WALK) to TIM-JQT-KEY-WORK
         perform FIND-QUEUED-JOB
     end-if
     if TIM-JQT-FOUND = 0
         set TIM-DEP-WALK-DONE to true
     else
         if not TIM-JQT-EXPEDITED (TIM-JQT-FOUND)
             set TIM-JQT-CARRIED (TIM-JQT-FOUND) to true
             add 1 to TIM-MBY-JOBS-CARRIED
             display 'TIMAPP: JOB ' TIM-JQT-JOBID (TIM-JQT-FOUND)
                     ' CARRIED AHEAD FOR MAIL-BY DEPENDENT '
                     TIM-JQT-JOBID (TIM-DEP-SUB) end-display
         end-if
         move TIM-JQT-FOUND to TIM-DEP-WALK
     end-if
     .

*>---ORDER-JOB-DEPENDENTS-----------------------------------------------*
*> After the priority ordering, moves every job that sits ahead of its   *
*> predecessor to just behind it, and repeats until no job moves - a     *
*> dependent gives up its class position rather than print first.  The   *
*> chains were proven loop-free above, so the passes always settle.      *
*>-----------------------------------------------------------------------*
 ORDER-JOB-DEPENDENTS.
     set TIM-DEP-IS-MOVED to true
     perform ORDER-DEPENDENTS-ONE-PASS until TIM-DEP-NOT-MOVED
     .

*>---ORDER-DEPENDENTS-ONE-PASS------------------------------------------*
 ORDER-DEPENDENTS-ONE-PASS.
     set TIM-DEP-NOT-MOVED to true
     move 0 to TIM-DEP-SUB
     perform ORDER-ONE-DEPENDENT until TIM-DEP-SUB >= TIM-JQT-COUNT
     .

*>---ORDER-ONE-DEPENDENT------------------------------------------------*
*> The entries between the job and its predecessor slide up one place   *
*> and the job drops in behind the predecessor; the job that slid into   *
*> this position is looked at next.                                      *
*>-----------------------------------------------------------------------*
 ORDER-ONE-DEPENDENT.
     add 1 to TIM-DEP-SUB
     move 0 to TIM-JQT-FOUND
     if TIM-JQT-PRED-JOBID (TIM-DEP-SUB) not = spaces
         move TIM-JQT-PRED-JOBID (TIM-DEP-SUB) to TIM-JQT-KEY-WORK
         perform FIND-QUEUED-JOB
     end-if
     if TIM-JQT-FOUND > TIM-DEP-SUB
         move TIM-JQT-ENTRY (TIM-DEP-SUB) to TIM-JQT-SWAP-ENTRY
         move TIM-DEP-SUB to TIM-DEP-SHIFT-SUB
         perform SHIFT-ONE-QUEUED-JOB
             until TIM-DEP-SHIFT-SUB >= TIM-JQT-FOUND
         move TIM-JQT-SWAP-ENTRY to TIM-JQT-ENTRY (TIM-JQT-FOUND)
         set TIM-DEP-IS-MOVED to true
         subtract 1 from TIM-DEP-SUB
     end-if
     .

*>---SHIFT-ONE-QUEUED-JOB-----------------------------------------------*
 SHIFT-ONE-QUEUED-JOB.
     move TIM-JQT-ENTRY (TIM-DEP-SHIFT-SUB + 1)
       to TIM-JQT-ENTRY (TIM-DEP-SHIFT-SUB)
     add 1 to TIM-DEP-SHIFT-SUB
     .

*>---CHECK-JOB-PREDECESSOR----------------------------------------------*
*> Judges the current job's predecessor just before dispatch.  One in    *
*> the deck was dispatched earlier - the ordering saw to that - and its  *
*> outcome is in TIM-JQT-RESULT; one outside it was dispositioned        *
*> earlier under this run id.  Only CLEARED lets the job go: a HELD,     *
*> DEFERRED or RELEASED-but-not-re-driven predecessor, or one whose      *
*> disposition cannot be read, holds it.                                 *
*>-----------------------------------------------------------------------*
 CHECK-JOB-PREDECESSOR.
     set TIM-DEP-PRED-CLEARED to true
     if TIM-JOB-CUR-PRED not = spaces
         move TIM-JOB-CUR-PRED to TIM-JQT-KEY-WORK
         perform FIND-QUEUED-JOB
         if TIM-JQT-FOUND > 0
             if TIM-JQT-RESULT (TIM-JQT-FOUND) not = 'CLEARED'
                 set TIM-DEP-PRED-NOT-CLEARED to true
             end-if
         else
         if TIM-JOBDISP-AVAILABLE
             move TIM-RUN-ID to TJD-RUNID
             move TIM-JOB-CUR-PRED to TJD-JOBID
             read JOBDISP-FILE
                 invalid key
                     set TIM-DEP-PRED-NOT-CLEARED to true
                 not invalid key
                     if TJD-DISPOSITION not = 'CLEARED'
                         set TIM-DEP-PRED-NOT-CLEARED to true
                     end-if
             end-read
         else
             set TIM-DEP-PRED-NOT-CLEARED to true
         end-if
         end-if
     end-if
     .

*>---HOLD-PREDECESSOR-HELD-JOB------------------------------------------*
*> The job waits with its predecessor.  Its own dependents then find it  *
*> HELD in turn, so the whole chain behind a held job holds together     *
*> and timjrels releases it together.                                    *
*>-----------------------------------------------------------------------*
 HOLD-PREDECESSOR-HELD-JOB.
     add 1 to TIM-JOB-HELD
     add 1 to TIM-DEP-JOBS-HELD
     display 'TIMAPP: JOB ' TIM-JOB-CUR-JOBID ' PREDECESSOR '
             TIM-JOB-CUR-PRED ' NOT CLEARED - HELD' end-display
     move rcOK to TIM-RET-CODE
     move 'HELD' to TIM-JDSP-DISP-WORK
     move 'PREDECESSOR HELD' to TIM-JDSP-REASON-WORK
     perform WRITE-JOB-DISPOSITION
     .

*>---PROCESS-ONE-JOBREQ-------------------------------------------------*
*> One queued job, taken from the dispatch table in priority order:     *
*> predecessor check, balancing, class-cutoff check, restart check,     *
*> destination failover, session open, one page per queued statement,   *
*> checkpoint, release, page-count band.  The release always runs once  *
*> a session was opened, so a failed job still writes its reconciliation*
*> record instead of leaking its pool slot.                             *
*>-----------------------------------------------------------------------*
 PROCESS-ONE-JOBREQ.
     add 1 to TIM-JQT-SUB
     move TIM-JQT-JOBID (TIM-JQT-SUB) to TIM-JOB-CUR-JOBID
     move TIM-JQT-PRIORITY (TIM-JQT-SUB) to TIM-JOB-CUR-PRIORITY
     move TIM-JQT-STMT-COUNT (TIM-JQT-SUB) to TIM-JOB-STMT-COUNT
     move TIM-JQT-DEST (TIM-JQT-SUB) to TIM-JOB-CUR-DEST
     move TIM-JQT-PRED-JOBID (TIM-JQT-SUB) to TIM-JOB-CUR-PRED
     move TIM-JQT-MAILBY (TIM-JQT-SUB) to TIM-JOB-CUR-MAILBY
     move spaces to TIM-JDSP-DISP-WORK
     perform CHECK-JOB-PREDECESSOR
     if TIM-DEP-PRED-NOT-CLEARED
         perform HOLD-PREDECESSOR-HELD-JOB
     else
     set TIM-BAL-IN-BALANCE to true
     if TIM-BAL-MODE-ON
         perform BALANCE-JOB-BEFORE-DISPATCH
     end-if
     if TIM-BAL-OUT-OF-BALANCE
         perform HOLD-OUT-OF-BALANCE-JOB
     else
     perform CHECK-CLASS-CUTOFF
     if TIM-JOB-PAST-CUTOFF
         perform DEFER-ONE-JOBREQ
     else
         move TIM-JOB-CUR-JOBID to TIM-HANDLE-REQ-JOBID
         perform CHECK-RESTART
         if TIM-RESTART-IS-COMPLETE
             display 'TIMAPP: JOB ' TIM-JOB-CUR-JOBID
                     ' ALREADY COMPLETE - SKIPPED VIA RESTART'
                     end-display
             add 1 to TIM-JOB-SKIPPED
*> nothing is rewritten for it, but its dependents may go ahead
             move 'CLEARED' to TIM-JDSP-DISP-WORK
         else
             perform RESOLVE-JOB-DESTINATION
             if TIM-DST-ALL-DOWN
                 perform HOLD-DEST-DOWN-JOB
             else
             if TIM-JOB-STMT-COUNT < 1
                 move 1 to TIM-JOB-STMT-COUNT
             end-if
                 end-if
                 perform RELEASE-HANDLE
             end-if
             if TIM-JOB-IS-OK and TIM-BAL-MODE-ON
                 perform BALANCE-JOB-AFTER-CYCLE
             end-if
             set TIM-PGB-IN-BAND to true
             if TIM-JOB-IS-OK and TIM-BAL-IN-BALANCE
              and TIM-PGB-MODE-ON
                 perform CHECK-PAGE-ANOMALY
             end-if
             if TIM-JOB-IS-OK and TIM-BAL-OUT-OF-BALANCE
                 perform DROP-BALANCE-CHECKPOINT
                 perform HOLD-OUT-OF-BALANCE-JOB
             else
             if TIM-JOB-IS-OK and TIM-PGB-IS-ANOMALY
                 perform DROP-BALANCE-CHECKPOINT
                 perform HOLD-PAGE-ANOMALY-JOB
             else
             if TIM-JOB-IS-OK
                 add 1 to TIM-JOB-PROCESSED
                 if TIM-BAL-MODE-ON
                     add 1 to TIM-BAL-JOBS-BALANCED
                 end-if
                 perform ACCOUNT-JOB-TO-DEST
                 move 'CLEARED' to TIM-JDSP-DISP-WORK
                 if TIM-DST-REROUTED
                     move spaces to TIM-JDSP-REASON-WORK
                     string 'CLEAN - REROUTED FROM ' TIM-DST-ORIG-DEST
                         delimited by size into TIM-JDSP-REASON-WORK
                     end-string
                 else
                 if TIM-PGB-NO-HISTORY
                     move 'CLEAN - NO PAGE HISTORY' to TIM-JDSP-REASON-WORK
                 else
                 if TIM-PGB-ACCEPTED
                     move 'CLEAN - PAGE COUNT ACCEPTED'
                       to TIM-JDSP-REASON-WORK
                 else
                     move 'SESSION CYCLE CLEAN' to TIM-JDSP-REASON-WORK
                 end-if
                 end-if
                 end-if
                 perform WRITE-JOB-DISPOSITION
             else
*> a failed cycle HOLDS the job rather than failing the night -
                 move 'SESSION CYCLE FAILED' to TIM-JDSP-REASON-WORK
                 perform WRITE-JOB-DISPOSITION
             end-if
             end-if
             end-if
             end-if
         end-if
     end-if
     end-if
     end-if
     move TIM-JDSP-DISP-WORK to TIM-JQT-RESULT (TIM-JQT-SUB)
     .

*>---WRITE-JOB-DISPOSITION----------------------------------------------*
         move TIM-JOB-CUR-PRIORITY to TJD-PRIORITY
         move TIM-JOB-CUR-DEST to TJD-DEST
         move function current-date to TJD-TIMESTAMP
         move TIM-JOB-CUR-PRED to TJD-PRED-JOBID
         write TIM-JOBDISP-RECORD
             invalid key
                 rewrite TIM-JOBDISP-RECORD
     end-if
     .

*>---RESOLVE-JOB-DESTINATION--------------------------------------------*
*> Judges the current job's destination against DESTSTAT just before    *
*> its session opens.  In service: the job goes as queued.  DOWN with   *
*> an alternate in service: TIM-JOB-CUR-DEST becomes the alternate, so  *
*> the session's TRC-DEST, the TIMJDISP disposition and the destination *
*> totals all carry where the job really printed.  DOWN with no         *
*> alternate, or the alternate DOWN as well: TIM-DST-ALL-DOWN, and the  *
*> caller HOLDS the job under its queued destination.  Failover is one  *
*> hop - an alternate's own alternate is not tried, so a job never      *
*> lands somewhere the shift did not name for it.                       *
*>-----------------------------------------------------------------------*
 RESOLVE-JOB-DESTINATION.
     set TIM-DST-AS-QUEUED to true
     move TIM-JOB-CUR-DEST to TIM-DST-ORIG-DEST
     move 0 to TIM-RTE-FOUND
     if TIM-DST-MODE-ON and TIM-JOB-CUR-DEST not = spaces
         perform FIND-ROUTE-ENTRY
     end-if
     if TIM-RTE-FOUND > 0
         if TIM-RTE-IS-DOWN (TIM-RTE-FOUND)
             set TIM-DST-ALL-DOWN to true
             move TIM-RTE-DOWN-REASON (TIM-RTE-FOUND) to TIM-DST-NOTE-WORK
             if TIM-RTE-ALT-DEST (TIM-RTE-FOUND) not = spaces
                 move TIM-RTE-ALT-DEST (TIM-RTE-FOUND) to TIM-JOB-CUR-DEST
                 perform FIND-ROUTE-ENTRY
                 move TIM-RTE-FOUND to TIM-DST-ALT-FOUND
                 move TIM-DST-ORIG-DEST to TIM-JOB-CUR-DEST
                 if TIM-DST-ALT-FOUND > 0
                     if TIM-RTE-IS-UP (TIM-DST-ALT-FOUND)
                         set TIM-DST-REROUTED to true
                         move TIM-RTE-DEST (TIM-DST-ALT-FOUND)
                           to TIM-JOB-CUR-DEST
                     end-if
                 end-if
             end-if
         end-if
     end-if
     if TIM-DST-REROUTED
         add 1 to TIM-DST-JOBS-REROUTED
         display 'TIMAPP: JOB ' TIM-JOB-CUR-JOBID ' RE-ROUTED FROM '
                 TIM-DST-ORIG-DEST ' TO ' TIM-JOB-CUR-DEST
                 ' - DESTINATION DOWN' end-display
         move 'REROUTED' to TIM-RRT-ACTION
         perform WRITE-REROUTE-LINE
     end-if
     .

*>---HOLD-DEST-DOWN-JOB-------------------------------------------------*
*> No in-service destination for the job tonight - HELD, not failed, so  *
*> timjrels re-drives it once the shift marks a printer back UP.         *
*>-----------------------------------------------------------------------*
 HOLD-DEST-DOWN-JOB.
     add 1 to TIM-JOB-HELD
     add 1 to TIM-DST-JOBS-HELD
     display 'TIMAPP: JOB ' TIM-JOB-CUR-JOBID ' DESTINATION '
             TIM-JOB-CUR-DEST ' AND ALTERNATE DOWN - HELD - SEE RERTRPT'
             end-display
     move 'HELD' to TIM-RRT-ACTION
     perform WRITE-REROUTE-LINE
     move rcOK to TIM-RET-CODE
     move 'HELD' to TIM-JDSP-DISP-WORK
     move 'DESTINATION AND ALTERNATE DOWN' to TIM-JDSP-REASON-WORK
     perform WRITE-JOB-DISPOSITION
     .

*>---WRITE-REROUTE-LINE-------------------------------------------------*
*> One RERTRPT line for the current job - TIM-RRT-ACTION must already    *
*> be set; the note is the queued destination's DOWN reason.             *
*>-----------------------------------------------------------------------*
 WRITE-REROUTE-LINE.
     if TIM-DST-RPT-OPEN
         move spaces to TIM-RRT-DETAIL-LINE
         move TIM-JOB-CUR-JOBID to TIM-RRT-JOBID
         move TIM-DST-ORIG-DEST to TIM-RRT-QUEUED
         if TIM-DST-REROUTED
             move TIM-JOB-CUR-DEST to TIM-RRT-SENT
         else
             move '(NONE)' to TIM-RRT-SENT
         end-if
         move TIM-DST-NOTE-WORK to TIM-RRT-NOTE
         move TIM-RRT-DETAIL-LINE to TIM-REROUTE-LINE
         write TIM-REROUTE-LINE
     end-if
     .

*>---START-REROUTE-REPORT-----------------------------------------------*
*> Opens RERTRPT with the night's out-of-service destinations - who     *
*> took each down and why - ahead of the jobs moved off them.           *
*>-----------------------------------------------------------------------*
 START-REROUTE-REPORT.
     open output REROUTE-FILE
     set TIM-DST-RPT-OPEN to true
     move 'TIMAPP - DESTINATION FAILOVER RE-ROUTE REPORT'
       to TIM-REROUTE-LINE
     write TIM-REROUTE-LINE
     move spaces to TIM-REROUTE-LINE
     string 'RUN ID: ' TIM-RUN-ID
         delimited by size into TIM-REROUTE-LINE
     end-string
     write TIM-REROUTE-LINE
     move spaces to TIM-REROUTE-LINE
     write TIM-REROUTE-LINE
     if TIM-DST-DOWN-COUNT = 0
         move 'NO DESTINATION MARKED DOWN' to TIM-REROUTE-LINE
         write TIM-REROUTE-LINE
     else
         move 'DEST      ALTERNATE  DOWN BY   REASON' to TIM-REROUTE-LINE
         write TIM-REROUTE-LINE
         move 0 to TIM-ECHO-SUB
         perform LIST-ONE-DOWN-DESTINATION
             until TIM-ECHO-SUB >= TIM-ROUTE-COUNT
     end-if
     move spaces to TIM-REROUTE-LINE
     write TIM-REROUTE-LINE
     move 'JOB ID    QUEUED    SENT TO   ACTION    DOWN REASON'
       to TIM-REROUTE-LINE
     write TIM-REROUTE-LINE
     move all '-' to TIM-REROUTE-LINE (1:80)
     write TIM-REROUTE-LINE
     .

*>---LIST-ONE-DOWN-DESTINATION------------------------------------------*
 LIST-ONE-DOWN-DESTINATION.
     add 1 to TIM-ECHO-SUB
     if TIM-RTE-IS-DOWN (TIM-ECHO-SUB)
         move spaces to TIM-REROUTE-LINE
         string TIM-RTE-DEST (TIM-ECHO-SUB) '  '
                TIM-RTE-ALT-DEST (TIM-ECHO-SUB) '   '
                TIM-RTE-DOWN-OPER (TIM-ECHO-SUB) '  '
                TIM-RTE-DOWN-REASON (TIM-ECHO-SUB)
             delimited by size into TIM-REROUTE-LINE
         end-string
         write TIM-REROUTE-LINE
     end-if
     .

*>---FINISH-REROUTE-REPORT----------------------------------------------*
 FINISH-REROUTE-REPORT.
     move spaces to TIM-REROUTE-LINE
     write TIM-REROUTE-LINE
     move TIM-DST-JOBS-REROUTED to TIM-NUM-TEXT
     move spaces to TIM-REROUTE-LINE
     string 'JOBS RE-ROUTED TO ALTERNATE  :' TIM-NUM-TEXT
         delimited by size into TIM-REROUTE-LINE
     end-string
     write TIM-REROUTE-LINE
     move TIM-DST-JOBS-HELD to TIM-NUM-TEXT
     move spaces to TIM-REROUTE-LINE
     string 'JOBS HELD - NO DESTINATION UP:' TIM-NUM-TEXT
         delimited by size into TIM-REROUTE-LINE
     end-string
     write TIM-REROUTE-LINE
     close REROUTE-FILE
     move 'N' to TIM-DST-RPT-SW
     .

*>---LOAD-PAGE-HISTORY--------------------------------------------------*
*> One pass of TIMRECON before dispatch, gathering each queued job's    *
*> session page counts from earlier run ids.  The cluster is keyed run  *
*> id first and run ids ascend with the calendar, so the pass meets a   *
*> job's sessions oldest first and keeps the last TIM-PGB-RUNS of them. *
*> Only clean sessions count - an abended or failed session's pages     *
*> are no measure of the job's normal volume.  With TIMRECON            *
*> unavailable there is no history to judge by, and the check stands    *
*> down for the night rather than hold every job.                       *
*>-----------------------------------------------------------------------*
 LOAD-PAGE-HISTORY.
     if not TIM-RECON-AVAILABLE
         display 'TIMAPP: TIMRECON UNAVAILABLE - PAGE-COUNT ANOMALY '
                 'CHECK NOT MADE TONIGHT' end-display
         move 'N' to TIM-PGB-MODE-SW
     else
         move 0 to TIM-PGB-SUB
         perform CLEAR-ONE-PAGE-HISTORY until TIM-PGB-SUB >= TIM-JQT-COUNT
         move 'N' to TIM-PGB-SCAN-SW
         move low-values to TRC-KEY
         start RECON-FILE key not < TRC-KEY
             invalid key
                 set TIM-PGB-SCAN-DONE to true
         end-start
         perform FILE-ONE-PAGE-HISTORY until TIM-PGB-SCAN-DONE
         perform START-PAGE-ANOMALY-REPORT
     end-if
     .

*>---CLEAR-ONE-PAGE-HISTORY---------------------------------------------*
 CLEAR-ONE-PAGE-HISTORY.
     add 1 to TIM-PGB-SUB
     move 0 to TIM-PGB-HIST-COUNT (TIM-PGB-SUB)
     .

*>---FILE-ONE-PAGE-HISTORY----------------------------------------------*
*> Reads the next TIMRECON session; the pass ends at tonight's run id.  *
*>-----------------------------------------------------------------------*
 FILE-ONE-PAGE-HISTORY.
     read RECON-FILE next
         at end
             set TIM-PGB-SCAN-DONE to true
     end-read
     if not TIM-PGB-SCAN-DONE
         if TRC-RUNID not < TIM-RUN-ID
             set TIM-PGB-SCAN-DONE to true
         else
         if TRC-FINAL-RET-CODE = rcOK and TRC-ABEND-FLAG not = 'A'
             move TRC-JOBID to TIM-JQT-KEY-WORK
             perform FIND-QUEUED-JOB
             if TIM-JQT-FOUND > 0
                 perform ADD-ONE-PAGE-HISTORY
             end-if
         end-if
         end-if
     end-if
     .

*>---ADD-ONE-PAGE-HISTORY-----------------------------------------------*
*> Files the session's page count as the job's newest; once the job has *
*> TIM-PGB-RUNS on file the oldest drops off the front.                 *
*>-----------------------------------------------------------------------*
 ADD-ONE-PAGE-HISTORY.
     move TIM-JQT-FOUND to TIM-PGB-SUB
     add 1 to TIM-PGB-HISTORY-READ
     if TIM-PGB-HIST-COUNT (TIM-PGB-SUB) >= TIM-PGB-RUNS
         move 1 to TIM-PGB-SHIFT-SUB
         perform SHIFT-ONE-PAGE-HISTORY
             until TIM-PGB-SHIFT-SUB >= TIM-PGB-RUNS
     else
         add 1 to TIM-PGB-HIST-COUNT (TIM-PGB-SUB)
     end-if
     move TIM-PGB-HIST-COUNT (TIM-PGB-SUB) to TIM-PGB-SHIFT-SUB
     move TRC-PAGE-COUNT
       to TIM-PGB-HIST-PAGES (TIM-PGB-SUB, TIM-PGB-SHIFT-SUB)
     .

*>---SHIFT-ONE-PAGE-HISTORY---------------------------------------------*
 SHIFT-ONE-PAGE-HISTORY.
     move TIM-PGB-HIST-PAGES (TIM-PGB-SUB, TIM-PGB-SHIFT-SUB + 1)
       to TIM-PGB-HIST-PAGES (TIM-PGB-SUB, TIM-PGB-SHIFT-SUB)
     add 1 to TIM-PGB-SHIFT-SUB
     .

*>---CHECK-PAGE-ANOMALY-------------------------------------------------*
*> Judges the session just released against the job's history: the      *
*> average of the runs gathered, and a band TIM-PGB-PCT percent either  *
*> side of it (floored at zero).  Inside the band the job clears as     *
*> usual.  Outside it the job is an anomaly - unless the shift has      *
*> already released it from an anomaly hold through timjrels, which is  *
*> the shift's word (signed, with a reason, on RELSLOG) that the change *
*> is genuine, and it clears with the acceptance noted.  No history at  *
*> all - a new job, or one housekeeping has aged out of TIMRECON - is   *
*> flagged for review and clears.  All but in-band jobs go on ANOMRPT.  *
*>-----------------------------------------------------------------------*
 CHECK-PAGE-ANOMALY.
     move TIM-RUN-ID to TRC-RUNID
     move TIM-JOB-CUR-JOBID to TRC-JOBID
     read RECON-FILE
         invalid key
             move 0 to TRC-PAGE-COUNT
     end-read
     move TRC-PAGE-COUNT to TIM-PGB-PAGES
     move 0 to TIM-PGB-AVERAGE
     move 0 to TIM-PGB-LOW
     move 0 to TIM-PGB-HIGH
     move TIM-JQT-SUB to TIM-PGB-SUB
     if TIM-PGB-HIST-COUNT (TIM-PGB-SUB) = 0
         set TIM-PGB-NO-HISTORY to true
         add 1 to TIM-PGB-JOBS-REVIEW
         display 'TIMAPP: JOB ' TIM-JOB-CUR-JOBID
                 ' HAS NO PAGE HISTORY - FLAGGED FOR REVIEW ON ANOMRPT'
                 end-display
         move 'REVIEW' to TIM-PGB-ACTION-WORK
         move 'NO PRIOR CLEAN RUN ON TIMRECON' to TIM-PGB-NOTE-WORK
     else
         move 0 to TIM-PGB-SUM
         move 0 to TIM-PGB-SHIFT-SUB
         perform SUM-ONE-PAGE-HISTORY
             until TIM-PGB-SHIFT-SUB >= TIM-PGB-HIST-COUNT (TIM-PGB-SUB)
         compute TIM-PGB-AVERAGE rounded =
             TIM-PGB-SUM / TIM-PGB-HIST-COUNT (TIM-PGB-SUB)
         end-compute
         if TIM-PGB-PCT < 100
             compute TIM-PGB-LOW rounded =
                 TIM-PGB-AVERAGE * (100 - TIM-PGB-PCT) / 100
             end-compute
         end-if
         compute TIM-PGB-HIGH rounded =
             TIM-PGB-AVERAGE * (100 + TIM-PGB-PCT) / 100
         end-compute
         if TIM-PGB-PAGES < TIM-PGB-LOW or TIM-PGB-PAGES > TIM-PGB-HIGH
             perform CHECK-ANOMALY-RELEASED
         end-if
     end-if
     if not TIM-PGB-IN-BAND
         perform WRITE-PAGE-ANOMALY-LINE
     end-if
     .

*>---SUM-ONE-PAGE-HISTORY-----------------------------------------------*
 SUM-ONE-PAGE-HISTORY.
     add 1 to TIM-PGB-SHIFT-SUB
     add TIM-PGB-HIST-PAGES (TIM-PGB-SUB, TIM-PGB-SHIFT-SUB)
       to TIM-PGB-SUM
     .

*>---CHECK-ANOMALY-RELEASED---------------------------------------------*
*> The page count is outside the band.  TIMJDISP still shows the job as *
*> timjrels left it: RELEASED, with the anomaly hold's reason kept, when*
*> this cycle is the re-drive of a job the shift released.              *
*>-----------------------------------------------------------------------*
 CHECK-ANOMALY-RELEASED.
     set TIM-PGB-IS-ANOMALY to true
     if TIM-JOBDISP-AVAILABLE
         move TIM-RUN-ID to TJD-RUNID
         move TIM-JOB-CUR-JOBID to TJD-JOBID
         read JOBDISP-FILE
             invalid key
                 continue
             not invalid key
                 if TJD-DISPOSITION = 'RELEASED'
                  and TJD-REASON (1:18) = 'PAGE COUNT ANOMALY'
                     set TIM-PGB-ACCEPTED to true
                 end-if
         end-read
     end-if
     if TIM-PGB-ACCEPTED
         add 1 to TIM-PGB-JOBS-ACCEPTED
         move 'ACCEPTED' to TIM-PGB-ACTION-WORK
         move 'RELEASED BY SHIFT - SEE RELSLOG' to TIM-PGB-NOTE-WORK
     else
         move 'HELD' to TIM-PGB-ACTION-WORK
         if TIM-PGB-PAGES > TIM-PGB-HIGH
             move 'PAGE COUNT ABOVE BAND' to TIM-PGB-NOTE-WORK
         else
             move 'PAGE COUNT BELOW BAND' to TIM-PGB-NOTE-WORK
         end-if
     end-if
     .

*>---HOLD-PAGE-ANOMALY-JOB----------------------------------------------*
*> HELD with the direction of the anomaly in its reason, and a TIMA006W *
*> alert so the shift hears of it at the time, not from the clearance.  *
*> The job stays held until the shift either finds the fault upstream   *
*> or releases it through timjrels as a genuine volume change.          *
*>-----------------------------------------------------------------------*
 HOLD-PAGE-ANOMALY-JOB.
     add 1 to TIM-JOB-HELD
     add 1 to TIM-PGB-JOBS-HELD
     display 'TIMAPP: JOB ' TIM-JOB-CUR-JOBID
             ' PAGE COUNT OUTSIDE ITS HISTORY BAND - HELD - SEE ANOMRPT'
             end-display
     move rcOK to TIM-RET-CODE
     move 'TIMA006W' to TIM-ALERT-MSGID
     move 'W' to TIM-ALERT-SEVERITY
     move spaces to TIM-ALERT-DETAIL
     string 'PAGES' TIM-PGL-PAGES ' AVERAGE' TIM-PGL-AVERAGE
         delimited by size into TIM-ALERT-DETAIL
     end-string
     perform WRITE-ALERT
     move 'HELD' to TIM-JDSP-DISP-WORK
     if TIM-PGB-PAGES > TIM-PGB-HIGH
         move 'PAGE COUNT ANOMALY - HIGH' to TIM-JDSP-REASON-WORK
     else
         move 'PAGE COUNT ANOMALY - LOW' to TIM-JDSP-REASON-WORK
     end-if
     perform WRITE-JOB-DISPOSITION
     .

*>---WRITE-PAGE-ANOMALY-LINE--------------------------------------------*
*> One ANOMRPT line for the current job - TIM-PGB-ACTION-WORK and       *
*> TIM-PGB-NOTE-WORK must already be set.  The line is built even with  *
*> the report closed, since the TIMA006W alert quotes its figures.      *
*>-----------------------------------------------------------------------*
 WRITE-PAGE-ANOMALY-LINE.
     move spaces to TIM-PGL-DETAIL-LINE
     move TIM-JOB-CUR-JOBID to TIM-PGL-JOBID
     move TIM-PGB-PAGES to TIM-PGL-PAGES
     move TIM-PGB-AVERAGE to TIM-PGL-AVERAGE
     move TIM-PGB-LOW to TIM-PGL-LOW
     move TIM-PGB-HIGH to TIM-PGL-HIGH
     move TIM-PGB-HIST-COUNT (TIM-PGB-SUB) to TIM-PGL-RUNS
     move TIM-PGB-ACTION-WORK to TIM-PGL-ACTION
     move TIM-PGB-NOTE-WORK to TIM-PGL-NOTE
     if TIM-PGB-RPT-OPEN
         move TIM-PGL-DETAIL-LINE to TIM-PGANOM-LINE
         write TIM-PGANOM-LINE
     end-if
     .

*>---START-PAGE-ANOMALY-REPORT------------------------------------------*
 START-PAGE-ANOMALY-REPORT.
     open output PGANOM-FILE
     set TIM-PGB-RPT-OPEN to true
     move 'TIMAPP - PAGE-COUNT ANOMALY REPORT' to TIM-PGANOM-LINE
     write TIM-PGANOM-LINE
     move spaces to TIM-PGANOM-LINE
     string 'RUN ID: ' TIM-RUN-ID
         delimited by size into TIM-PGANOM-LINE
     end-string
     write TIM-PGANOM-LINE
     move spaces to TIM-PGANOM-LINE
     string 'BAND  : PAGEBAND=' TIM-PGB-CARD-TEXT
            ' (LAST CLEAN RUNS,PERCENT EITHER SIDE OF THEIR AVERAGE)'
         delimited by size into TIM-PGANOM-LINE
     end-string
     write TIM-PGANOM-LINE
     move TIM-PGB-HISTORY-READ to TIM-NUM-TEXT
     move spaces to TIM-PGANOM-LINE
     string 'HISTORY SESSIONS ON TIMRECON:' TIM-NUM-TEXT
         delimited by size into TIM-PGANOM-LINE
     end-string
     write TIM-PGANOM-LINE
     move spaces to TIM-PGANOM-LINE
     write TIM-PGANOM-LINE
     move 'JOB ID        PAGES    AVERAGE   LOW BAND  HIGH BAND  RUNS  ACTION    NOTE'
       to TIM-PGANOM-LINE
     write TIM-PGANOM-LINE
     move all '-' to TIM-PGANOM-LINE (1:110)
     write TIM-PGANOM-LINE
     .

*>---FINISH-PAGE-ANOMALY-REPORT-----------------------------------------*
 FINISH-PAGE-ANOMALY-REPORT.
     move spaces to TIM-PGANOM-LINE
     write TIM-PGANOM-LINE
     move TIM-PGB-JOBS-HELD to TIM-NUM-TEXT
     move spaces to TIM-PGANOM-LINE
     string 'JOBS HELD - PAGE COUNT ANOMALY:' TIM-NUM-TEXT
         delimited by size into TIM-PGANOM-LINE
     end-string
     write TIM-PGANOM-LINE
     move TIM-PGB-JOBS-REVIEW to TIM-NUM-TEXT
     move spaces to TIM-PGANOM-LINE
     string 'JOBS FLAGGED - NO PAGE HISTORY:' TIM-NUM-TEXT
         delimited by size into TIM-PGANOM-LINE
     end-string
     write TIM-PGANOM-LINE
     move TIM-PGB-JOBS-ACCEPTED to TIM-NUM-TEXT
     move spaces to TIM-PGANOM-LINE
     string 'JOBS ACCEPTED AFTER RELEASE   :' TIM-NUM-TEXT
         delimited by size into TIM-PGANOM-LINE
     end-string
     write TIM-PGANOM-LINE
     move spaces to TIM-PGANOM-LINE
     write TIM-PGANOM-LINE
     move 'A GENUINE VOLUME CHANGE IS RELEASED THROUGH AFPJRELS WITH '
       to TIM-PGANOM-LINE
     write TIM-PGANOM-LINE
     move 'OPERATOR AND REASON CARDS - ITS RE-DRIVE CLEARS IT AS ACCEPTED'
       to TIM-PGANOM-LINE
     write TIM-PGANOM-LINE
     close PGANOM-FILE
     move 'N' to TIM-PGB-RPT-SW
     .

*>---CHECK-CLASS-CUTOFF-------------------------------------------------*
*> Judges the current job's priority class against its RUNPARM cutoff,  *
*> if one is on file.  Both now and the cutoff are measured inside the  *
*> batch window that started when job-request mode engaged, so a window *
*> running past midnight compares correctly against an 01:00 cutoff and *
*> a 23:45 one alike.  A job marked for its mail-by deadline is         *
*> dispatched past the cutoff regardless - deferring it is the one      *
*> thing the deadline cannot afford.                                    *
*>-----------------------------------------------------------------------*
 CHECK-CLASS-CUTOFF.
     set TIM-JOB-NOT-PAST-CUTOFF to true
             end-if
         end-if
     end-if
     if TIM-JOB-PAST-CUTOFF and TIM-JOB-CUR-EXPEDITED
         display 'TIMAPP: JOB ' TIM-JOB-CUR-JOBID ' CLASS '
                 TIM-JOB-CUR-PRIORITY ' PAST ITS CUTOFF - DISPATCHED FOR '
                 'MAIL-BY DEADLINE' end-display
         set TIM-JOB-NOT-PAST-CUTOFF to true
     end-if
     .

*>---DEFER-ONE-JOBREQ---------------------------------------------------*
     end-if
     .

*>---LOAD-BILLING-TOTALS------------------------------------------------*
*> Reads the BILLCTL trailer totals into TIM-BCT-TABLE ahead of the      *
*> JOBREQS load, so each card can be counted against its billing line    *
*> as it is read.  A malformed card, or more jobs than the table holds,  *
*> is refused onto the balancing report and fails the run - but it is    *
*> not a hard stop: the jobs it would have covered find no billing line  *
*> and are HELD out of balance, which is the safe side.  No BILLCTL      *
*> file leaves balancing off, announced.                                 *
*>-----------------------------------------------------------------------*
 LOAD-BILLING-TOTALS.
     open input BILLCTL-FILE
     if TIM-BILLCTL-STATUS not = '00'
         display 'TIMAPP: no BILLCTL file - billing balancing off'
                 end-display
     else
         set TIM-BAL-MODE-ON to true
         open output BALANCE-FILE
         move 'TIMAPP - BILLING CONTROL-TOTAL BALANCING REPORT'
           to TIM-BALANCE-LINE
         write TIM-BALANCE-LINE
         move spaces to TIM-BALANCE-LINE
         string 'RUN ID: ' TIM-RUN-ID
             delimited by size into TIM-BALANCE-LINE
         end-string
         write TIM-BALANCE-LINE
         if not TIM-SDTL-AVAILABLE
             move 'TIMSDTL NOT AVAILABLE - STATEMENT RECORDS NOT BALANCED'
               to TIM-BALANCE-LINE
             write TIM-BALANCE-LINE
         end-if
         if not TIM-RECON-AVAILABLE
             move 'TIMRECON NOT AVAILABLE - PAGE COUNTS NOT BALANCED'
               to TIM-BALANCE-LINE
             write TIM-BALANCE-LINE
         end-if
         move spaces to TIM-BALANCE-LINE
         write TIM-BALANCE-LINE
         move 'JOB ID    CHECK        BILLED      FOUND  FINDING'
           to TIM-BALANCE-LINE
         write TIM-BALANCE-LINE
         move all '-' to TIM-BALANCE-LINE (1:82)
         write TIM-BALANCE-LINE
         perform READ-ONE-BILLCTL-CARD until TIM-BILLCTL-AT-EOF
         close BILLCTL-FILE
     end-if
     .

*>---READ-ONE-BILLCTL-CARD----------------------------------------------*
 READ-ONE-BILLCTL-CARD.
     read BILLCTL-FILE
         at end
             set TIM-BILLCTL-AT-EOF to true
     end-read
     if not TIM-BILLCTL-AT-EOF
         if TIM-BILLCTL-RECORD (1:1) not = '*'
          and TIM-BILLCTL-RECORD not = spaces
             perform PARSE-ONE-BILLCTL-CARD
         end-if
     end-if
     .

*>---PARSE-ONE-BILLCTL-CARD---------------------------------------------*
*> Files one trailer line.  A second line for a job already on file is   *
*> not merged - it is counted, and the job is out of balance for it:     *
*> a duplicated extract is one of the two failures balancing exists to   *
*> catch, so the first line's totals stand and the duplicate is shown.   *
*>-----------------------------------------------------------------------*
 PARSE-ONE-BILLCTL-CARD.
     if TBC-JOBID = spaces
      or function test-numval(TBC-STMT-COUNT) not = 0
      or function test-numval(TBC-PAGE-COUNT) not = 0
         perform REFUSE-BILLCTL-CARD
     else
         move TBC-JOBID to TIM-BCT-KEY-WORK
         perform FIND-BILLING-ENTRY
         if TIM-BCT-FOUND > 0
             add 1 to TIM-BCT-LINES (TIM-BCT-FOUND)
         else
         if TIM-BCT-COUNT >= TIM-BCT-TABLE-SIZE
             perform REFUSE-BILLCTL-CARD
         else
             add 1 to TIM-BCT-COUNT
             set TIM-BCT-IDX to TIM-BCT-COUNT
             move TBC-JOBID to TIM-BCT-JOBID (TIM-BCT-IDX)
             move function numval(TBC-STMT-COUNT)
               to TIM-BCT-STMTS (TIM-BCT-IDX)
             move function numval(TBC-PAGE-COUNT)
               to TIM-BCT-PAGES (TIM-BCT-IDX)
             move 1 to TIM-BCT-LINES (TIM-BCT-IDX)
             move 0 to TIM-BCT-CARDS (TIM-BCT-IDX)
         end-if
         end-if
     end-if
     .

*>---REFUSE-BILLCTL-CARD------------------------------------------------*
 REFUSE-BILLCTL-CARD.
     display 'TIMAPP: BILLCTL CARD REFUSED: ' TIM-BILLCTL-RECORD
             end-display
     add 1 to TIM-BAL-CARDS-REFUSED
     move 1 to TIM-OVERALL-RC
     move spaces to TIM-BALANCE-LINE
     string 'BILLCTL CARD REFUSED: ' TIM-BILLCTL-RECORD (1:60)
         delimited by size into TIM-BALANCE-LINE
     end-string
     write TIM-BALANCE-LINE
     .

*>---FIND-BILLING-ENTRY-------------------------------------------------*
*> Locates TIM-BCT-KEY-WORK in the billing table, leaving the entry      *
*> number in TIM-BCT-FOUND or zero.                                      *
*>-----------------------------------------------------------------------*
 FIND-BILLING-ENTRY.
     move 0 to TIM-BCT-FOUND
     if TIM-BCT-COUNT > 0
         set TIM-BCT-IDX to 1
         search TIM-BCT-ENTRY
             at end
                 continue
             when TIM-BCT-IDX > TIM-BCT-COUNT
                 continue
             when TIM-BCT-JOBID (TIM-BCT-IDX) = TIM-BCT-KEY-WORK
                 set TIM-BCT-FOUND to TIM-BCT-IDX
         end-search
     end-if
     .

*>---BALANCE-JOB-BEFORE-DISPATCH----------------------------------------*
*> First of the three checks, made before the job may take a session:   *
*> the JOBREQS card against the billing line.  The job must be on the   *
*> extract exactly once, carded exactly once, and the card's statement  *
*> count must be the billing system's.  Leaves TIM-BAL-RESULT-SW set.   *
*>-----------------------------------------------------------------------*
 BALANCE-JOB-BEFORE-DISPATCH.
     set TIM-BAL-IN-BALANCE to true
     move TIM-JOB-CUR-JOBID to TIM-BCT-KEY-WORK
     perform FIND-BILLING-ENTRY
     if TIM-BCT-FOUND = 0
         set TIM-BAL-OUT-OF-BALANCE to true
         move 'JOBREQS' to TIM-BAL-CHECK-WORK
         move 0 to TIM-BAL-BILLED-WORK
         move TIM-JOB-STMT-COUNT to TIM-BAL-FOUND-WORK
         move 'JOB NOT ON THE BILLING EXTRACT' to TIM-BAL-NOTE-WORK
         perform WRITE-BALANCE-FINDING
     else
     if TIM-BCT-LINES (TIM-BCT-FOUND) > 1
         set TIM-BAL-OUT-OF-BALANCE to true
         move 'BILLCTL' to TIM-BAL-CHECK-WORK
         move 1 to TIM-BAL-BILLED-WORK
         move TIM-BCT-LINES (TIM-BCT-FOUND) to TIM-BAL-FOUND-WORK
         move 'JOB DUPLICATED ON THE BILLING EXTRACT' to TIM-BAL-NOTE-WORK
         perform WRITE-BALANCE-FINDING
     else
     if TIM-BCT-CARDS (TIM-BCT-FOUND) > 1
         set TIM-BAL-OUT-OF-BALANCE to true
         move 'JOBREQS' to TIM-BAL-CHECK-WORK
         move 1 to TIM-BAL-BILLED-WORK
         move TIM-BCT-CARDS (TIM-BCT-FOUND) to TIM-BAL-FOUND-WORK
         move 'JOB CARDED MORE THAN ONCE IN JOBREQS' to TIM-BAL-NOTE-WORK
         perform WRITE-BALANCE-FINDING
     else
     if TIM-BCT-STMTS (TIM-BCT-FOUND) not = TIM-JOB-STMT-COUNT
         set TIM-BAL-OUT-OF-BALANCE to true
         move 'JOBREQS' to TIM-BAL-CHECK-WORK
         move TIM-BCT-STMTS (TIM-BCT-FOUND) to TIM-BAL-BILLED-WORK
         move TIM-JOB-STMT-COUNT to TIM-BAL-FOUND-WORK
         move 'CARD STATEMENT COUNT DIFFERS FROM BILLING'
           to TIM-BAL-NOTE-WORK
         perform WRITE-BALANCE-FINDING
     end-if
     end-if
     end-if
     end-if
     .

*>---BALANCE-JOB-AFTER-CYCLE--------------------------------------------*
*> Second and third checks, made once the job's session cycle came back *
*> clean: the TIMSDTL statement records JOB-PRINT-ONE-PAGE wrote for    *
*> (run id, job id) against the billed statement count, and the         *
*> session's TIMRECON page count against the billed pages.  Either      *
*> cluster being unavailable skips its check - the heading of the       *
*> report says so - rather than holding every job on the night.         *
*>-----------------------------------------------------------------------*
 BALANCE-JOB-AFTER-CYCLE.
     set TIM-BAL-IN-BALANCE to true
     move TIM-JOB-CUR-JOBID to TIM-BCT-KEY-WORK
     perform FIND-BILLING-ENTRY
     if TIM-BCT-FOUND > 0
         if TIM-SDTL-AVAILABLE
             perform COUNT-JOB-STATEMENTS
             if TIM-BAL-SDTL-COUNT not = TIM-BCT-STMTS (TIM-BCT-FOUND)
                 set TIM-BAL-OUT-OF-BALANCE to true
                 move 'TIMSDTL' to TIM-BAL-CHECK-WORK
                 move TIM-BCT-STMTS (TIM-BCT-FOUND) to TIM-BAL-BILLED-WORK
                 move TIM-BAL-SDTL-COUNT to TIM-BAL-FOUND-WORK
                 move 'STATEMENT RECORDS DIFFER FROM BILLING'
                   to TIM-BAL-NOTE-WORK
                 perform WRITE-BALANCE-FINDING
             end-if
         end-if
         if TIM-RECON-AVAILABLE
             move TIM-RUN-ID to TRC-RUNID
             move TIM-JOB-CUR-JOBID to TRC-JOBID
             read RECON-FILE
                 invalid key
                     move 0 to TRC-PAGE-COUNT
             end-read
             if TRC-PAGE-COUNT not = TIM-BCT-PAGES (TIM-BCT-FOUND)
                 set TIM-BAL-OUT-OF-BALANCE to true
                 move 'TIMRECON' to TIM-BAL-CHECK-WORK
                 move TIM-BCT-PAGES (TIM-BCT-FOUND) to TIM-BAL-BILLED-WORK
                 move TRC-PAGE-COUNT to TIM-BAL-FOUND-WORK
                 move 'SESSION PAGES DIFFER FROM BILLED PAGES'
                   to TIM-BAL-NOTE-WORK
                 perform WRITE-BALANCE-FINDING
             end-if
         end-if
     end-if
     .

*>---COUNT-JOB-STATEMENTS-----------------------------------------------*
*> Counts the TIMSDTL records on file under (run id, current job).       *
*>-----------------------------------------------------------------------*
 COUNT-JOB-STATEMENTS.
     move 0 to TIM-BAL-SDTL-COUNT
     move 'N' to TIM-BAL-SDTL-EOF-SW
     move TIM-RUN-ID to TSD-RUNID
     move TIM-JOB-CUR-JOBID to TSD-JOBID
     move 0 to TSD-STMT-SEQNO
     start SDTL-FILE key not < TSD-KEY
         invalid key
             set TIM-BAL-SDTL-DONE to true
     end-start
     perform COUNT-ONE-STATEMENT until TIM-BAL-SDTL-DONE
     .

*>---COUNT-ONE-STATEMENT------------------------------------------------*
 COUNT-ONE-STATEMENT.
     read SDTL-FILE next
         at end
             set TIM-BAL-SDTL-DONE to true
     end-read
     if not TIM-BAL-SDTL-DONE
         if TSD-RUNID = TIM-RUN-ID
          and TSD-JOBID = TIM-JOB-CUR-JOBID
             add 1 to TIM-BAL-SDTL-COUNT
         else
             set TIM-BAL-SDTL-DONE to true
         end-if
     end-if
     .

*>---DROP-BALANCE-CHECKPOINT--------------------------------------------*
*> A job held out of balance (or on a page-count anomaly) after a clean *
*> cycle has already been checkpointed complete.  The checkpoint goes,  *
*> so the timjrels re-drive once billing is corrected (or the shift     *
*> releases the job) cycles it again instead of skipping it via restart *
*> as already done.                                                     *
*>-----------------------------------------------------------------------*
 DROP-BALANCE-CHECKPOINT.
     if TIM-RESTART-USABLE
         move TIM-RUN-ID to TRS-RUNID
         move TIM-JOB-CUR-JOBID to TRS-JOBID
         delete RESTART-FILE
             invalid key
                 continue
         end-delete
     end-if
     .

*>---HOLD-OUT-OF-BALANCE-JOB--------------------------------------------*
 HOLD-OUT-OF-BALANCE-JOB.
     add 1 to TIM-JOB-HELD
     add 1 to TIM-BAL-JOBS-OUT
     display 'TIMAPP: JOB ' TIM-JOB-CUR-JOBID
             ' OUT OF BALANCE WITH BILLING - HELD - SEE BALRPT'
             end-display
     move rcOK to TIM-RET-CODE
     move 'HELD' to TIM-JDSP-DISP-WORK
     move 'OUT OF BALANCE' to TIM-JDSP-REASON-WORK
     perform WRITE-JOB-DISPOSITION
     .

*>---WRITE-BALANCE-FINDING----------------------------------------------*
*> One BALRPT line - TIM-BAL-CHECK-WORK, TIM-BAL-BILLED-WORK,            *
*> TIM-BAL-FOUND-WORK and TIM-BAL-NOTE-WORK must already be set.         *
*>-----------------------------------------------------------------------*
 WRITE-BALANCE-FINDING.
     move spaces to TIM-BAL-DETAIL-LINE
     move TIM-JOB-CUR-JOBID to TIM-BDL-JOBID
     move TIM-BAL-CHECK-WORK to TIM-BDL-CHECK
     move TIM-BAL-BILLED-WORK to TIM-BDL-BILLED
     move TIM-BAL-FOUND-WORK to TIM-BDL-FOUND
     move TIM-BAL-NOTE-WORK to TIM-BDL-NOTE
     move TIM-BAL-DETAIL-LINE to TIM-BALANCE-LINE
     write TIM-BALANCE-LINE
     .

*>---FINISH-BALANCING-REPORT--------------------------------------------*
*> After dispatch: every billed job no JOBREQS card ever named is a     *
*> short deck - it is HELD under its billed statement count with        *
*> reason OUT OF BALANCE - NO JOBREQS, since it has no priority class   *
*> or destination to re-queue it with and must go back on the next      *
*> JOBREQS deck rather than through timjrels.  A job already            *
*> dispositioned under this run id was carded earlier in the night -    *
*> that is every other job on a timjrels re-drive, whose deck is only   *
*> the held jobs - and is not swept.  A partitioned instance sees       *
*> only its own slice of the deck, so it cannot tell a short deck       *
*> from another partition's job and leaves that sweep alone.  Then      *
*> the totals, and the report closes.                                   *
*>-----------------------------------------------------------------------*
 FINISH-BALANCING-REPORT.
     if TIM-RUN-PARTITIONED
         move spaces to TIM-BALANCE-LINE
         write TIM-BALANCE-LINE
         move 'PARTITIONED RUN - BILLED JOBS WITH NO JOBREQS CARD NOT SWEPT'
           to TIM-BALANCE-LINE
         write TIM-BALANCE-LINE
     else
         move 0 to TIM-BCT-SUB
         perform SWEEP-ONE-BILLING-ENTRY until TIM-BCT-SUB >= TIM-BCT-COUNT
     end-if
     move spaces to TIM-BALANCE-LINE
     write TIM-BALANCE-LINE
     move TIM-BAL-JOBS-BALANCED to TIM-NUM-TEXT
     move spaces to TIM-BALANCE-LINE
     string 'JOBS IN BALANCE AND CLEARED  :' TIM-NUM-TEXT
         delimited by size into TIM-BALANCE-LINE
     end-string
     write TIM-BALANCE-LINE
     move TIM-BAL-JOBS-OUT to TIM-NUM-TEXT
     move spaces to TIM-BALANCE-LINE
     string 'JOBS HELD OUT OF BALANCE     :' TIM-NUM-TEXT
         delimited by size into TIM-BALANCE-LINE
     end-string
     write TIM-BALANCE-LINE
     if TIM-BAL-CARDS-REFUSED > 0
         move TIM-BAL-CARDS-REFUSED to TIM-NUM-TEXT
         move spaces to TIM-BALANCE-LINE
         string 'BILLCTL CARDS REFUSED        :' TIM-NUM-TEXT
             delimited by size into TIM-BALANCE-LINE
         end-string
         write TIM-BALANCE-LINE
     end-if
     close BALANCE-FILE
     move 'N' to TIM-BAL-MODE-SW
     display '  JOBS OUT OF BALANCE     : ' TIM-BAL-JOBS-OUT end-display
     .

*>---SWEEP-ONE-BILLING-ENTRY--------------------------------------------*
 SWEEP-ONE-BILLING-ENTRY.
     add 1 to TIM-BCT-SUB
     if TIM-BCT-CARDS (TIM-BCT-SUB) = 0 and TIM-JOBDISP-AVAILABLE
         move TIM-RUN-ID to TJD-RUNID
         move TIM-BCT-JOBID (TIM-BCT-SUB) to TJD-JOBID
         read JOBDISP-FILE
             invalid key
                 continue
             not invalid key
                 move 1 to TIM-BCT-CARDS (TIM-BCT-SUB)
         end-read
     end-if
     if TIM-BCT-CARDS (TIM-BCT-SUB) = 0
         move TIM-BCT-JOBID (TIM-BCT-SUB) to TIM-JOB-CUR-JOBID
         move space to TIM-JOB-CUR-PRIORITY
         move spaces to TIM-JOB-CUR-DEST
         move spaces to TIM-JOB-CUR-PRED
         move TIM-BCT-STMTS (TIM-BCT-SUB) to TIM-JOB-STMT-COUNT
         move 'JOBREQS' to TIM-BAL-CHECK-WORK
         move TIM-BCT-STMTS (TIM-BCT-SUB) to TIM-BAL-BILLED-WORK
         move 0 to TIM-BAL-FOUND-WORK
         move 'BILLED JOB HAS NO JOBREQS CARD' to TIM-BAL-NOTE-WORK
         perform WRITE-BALANCE-FINDING
         perform HOLD-UNCARDED-BILLED-JOB
     end-if
     .

*>---HOLD-UNCARDED-BILLED-JOB-------------------------------------------*
*> A billed job no JOBREQS card named has no priority class and no      *
*> destination to re-queue it with, so it is held under its own reason: *
*> timjrels refuses to release it and the turnover report sends it to   *
*> the next JOBREQS deck instead.                                        *
*>-----------------------------------------------------------------------*
 HOLD-UNCARDED-BILLED-JOB.
     add 1 to TIM-JOB-HELD
     add 1 to TIM-BAL-JOBS-OUT
     display 'TIMAPP: JOB ' TIM-JOB-CUR-JOBID
             ' BILLED BUT NOT ON JOBREQS - HELD - CARD IT ON THE NEXT DECK'
             end-display
     move rcOK to TIM-RET-CODE
     move 'HELD' to TIM-JDSP-DISP-WORK
     move 'OUT OF BALANCE - NO JOBREQS' to TIM-JDSP-REASON-WORK
     perform WRITE-JOB-DISPOSITION
     .

*>---DRIVE-SOAK-MODE----------------------------------------------------*
*> Endurance driver.  Fills every pool slot with its own session        *
*> (SOAK0001-SOAK0010, all concurrently open for the whole soak),       *
     move TIM-FAIL-COUNT to TPF-FAIL-COUNT
     move TIM-JOB-PROCESSED to TPF-JOBS-CLEARED
     move TIM-JOB-HELD to TPF-JOBS-HELD
     move TIM-LIB-LEVEL to TPF-LIB-LEVEL
     if TIM-OVERALL-RC = 0
         move 'PASS' to TPF-VERDICT
     else
*> fixed library clears the night, and leaving FAIL sticky would make    *
*> the untracked IDCAMS DELETE the only way out.  A stub-deck            *
*> re-drive's handful of passes never reaches the on-file pass count,    *
*> so it can never talk a regression failure back to PASS.  The record   *
*> takes this run's library build: the clearance now rests on it, and   *
*> timpfchk must find that build certified.                             *
*>-----------------------------------------------------------------------*
 FOLD-CLEARANCE-RECORD.
     move 'N' to TIM-CLR-FOLD-SW
                 move 'PASS' to TPF-VERDICT
             end-if
         end-if
         move TIM-LIB-LEVEL to TPF-LIB-LEVEL
         move function current-date to TPF-TIMESTAMP
     else
*> the existing record could not be read back - rebuild this
         move TIM-JOB-PROCESSED to TPR-JOBS-CLEARED
         move TIM-JOB-HELD to TPR-JOBS-HELD
         move TIM-OVERALL-RC to TPR-OVERALL-RC
         move TIM-LIB-LEVEL to TPR-LIB-LEVEL
         move function current-date to TPR-TIMESTAMP
         write TIM-PARTRES-RECORD
             invalid key
     close CONFIG-FILE
     close SDTL-FILE
     close PREFLT-FILE
     if TIM-BAL-MODE-ON
         close BALANCE-FILE
     end-if
     if TIM-DST-RPT-OPEN
         close REROUTE-FILE
     end-if
     if TIM-PGB-RPT-OPEN
         close PGANOM-FILE
     end-if

*> hand control back to the runtime so the abend itself still
*> surfaces through its normal termination path
