       >>SOURCE FORMAT IS FREE

identification division.
program-id. timturn.

*>---------------------------------------------------------------*
*> Timitoo Systems morning shift-turnover report                 *
*>                                                               *
*> The day shift used to piece the night together from a string  *
*> of SYSOUTs - FCSTRPT, HISTRPT, XAUDRPT, ALRTRPT and DSPTRPT   *
*> among them.  This is the last step of AFPNIGHT and puts the   *
*> night on one page: a single status line first - CLEAN, NEEDS  *
*> ACTION or PRINT NOT RELEASED, with the counts behind it -     *
*> then one section each for the TIMPREFL clearance and whether  *
*> timpfchk released PRINTRUN (its GATELOG line), the jobs       *
*> TIMJDISP shows CLEARED, HELD, DEFERRED or RELEASED with the   *
*> hold reasons, the alerts still OPEN in TIMALRTK or not yet    *
*> loaded from ALERTS with the escalations flagged, the TIMDSPT  *
*> disputes still OPEN or DISPUTED, the night's integrity        *
*> findings (timxfoot's XAUDFIND extract), tonight's forecast    *
*> (timfcast's FCSTSUM line) against the finish the pre-flight   *
*> actually made, and the pages TIMRECON shows printed per       *
*> destination.  It ends with the NEEDS ACTION TODAY list, one   *
*> line per item naming the tool and the job that works it -     *
*> timjrels for held work, timalrtm for alerts, timdsptm for     *
*> disputes, timmaint for checkpoint findings.  Everything is    *
*> read, nothing is updated; a file that will not open leaves    *
*> its section saying so and an item on the list, and the report *
*> still comes out.  TURNPRM cards: RUNID=yyyymmdd and           *
*> ESCMIN=minutes (default 60, the timalrtm escalation window).  *
*> The step runs after midnight, so RUNID does not default to    *
*> today: it defaults to the later of the last PFCHECK run id on *
*> GATELOG and the latest TIMPREFL clearance not after today,    *
*> and to today only when neither exists.  Return code 0 for a   *
*> CLEAN night, 1 when anything needs action.                    *
*>---------------------------------------------------------------*

environment division.

configuration section.

special-names.

input-output section.

file-control.
*>---------------------------------------------------------------*
*> The night's clearance - read for the run id only.             *
*>---------------------------------------------------------------*
     select PREFLT-FILE assign to "TIMPREFL"
         organization is indexed
         access mode is dynamic
         record key is TPF-KEY
         file status is TIM-PREFLT-STATUS.

*>---------------------------------------------------------------*
*> The print gate's decisions (copybooks/TIMOVRD.cpy layout,     *
*> action PFCHECK) - the latest line for the run id is what the  *
*> gate decided.                                                 *
*>---------------------------------------------------------------*
     select GATE-FILE assign to "GATELOG"
         organization is line sequential
         file status is TIM-GATE-STATUS.

     select JOBDISP-FILE assign to "TIMJDISP"
         organization is indexed
         access mode is dynamic
         record key is TJD-KEY
         file status is TIM-JOBDISP-STATUS.

*>---------------------------------------------------------------*
*> The alert cluster, swept for OPEN and ACKED alerts, and the   *
*> sequential ALERTS file, checked line by line against it for   *
*> alerts timalrtm has not loaded yet - tonight's pages usually  *
*> are not.                                                      *
*>---------------------------------------------------------------*
     select ALERTK-FILE assign to "TIMALRTK"
         organization is indexed
         access mode is dynamic
         record key is TAK-KEY
         file status is TIM-ALERTK-STATUS.

     select ALERT-FILE assign to "ALERTS"
         organization is line sequential
         file status is TIM-ALERT-STATUS.

     select DSPT-FILE assign to "TIMDSPT"
         organization is indexed
         access mode is dynamic
         record key is TDP-KEY
         file status is TIM-DSPT-STATUS.

*>---------------------------------------------------------------*
*> timxfoot's findings extract (copybooks/TIMXFND.cpy) and       *
*> timfcast's forecast summaries (copybooks/TIMFSUM.cpy).        *
*>---------------------------------------------------------------*
     select FINDING-FILE assign to "XAUDFIND"
         organization is line sequential
         file status is TIM-FINDING-STATUS.

     select SUMMARY-FILE assign to "FCSTSUM"
         organization is line sequential
         file status is TIM-SUMMARY-STATUS.

     select RECON-FILE assign to "TIMRECON"
         organization is indexed
         access mode is dynamic
         record key is TRC-KEY
         file status is TIM-RECON-STATUS.

     select PARM-FILE assign to "TURNPRM"
         organization is line sequential
         file status is TIM-PARM-STATUS.

     select REPORT-FILE assign to "TURNRPT"
         organization is line sequential.

data division.

file section.

fd  PREFLT-FILE.
copy "TIMPREF.cpy".

fd  GATE-FILE.
copy "TIMOVRD.cpy".

fd  JOBDISP-FILE.
copy "TIMJDSP.cpy".

fd  ALERTK-FILE.
copy "TIMALRK.cpy".

fd  ALERT-FILE.
copy "TIMALRT.cpy".

fd  DSPT-FILE.
copy "TIMDSPT.cpy".

fd  FINDING-FILE.
copy "TIMXFND.cpy".

fd  SUMMARY-FILE.
copy "TIMFSUM.cpy".

fd  RECON-FILE.
copy "TIMRECON.cpy".

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).

fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

working-storage section.

01  TIM-PREFLT-STATUS          pic x(2)    value '00'.
01  TIM-GATE-STATUS            pic x(2)    value '00'.
01  TIM-JOBDISP-STATUS         pic x(2)    value '00'.
01  TIM-ALERTK-STATUS          pic x(2)    value '00'.
01  TIM-ALERT-STATUS           pic x(2)    value '00'.
01  TIM-DSPT-STATUS            pic x(2)    value '00'.
01  TIM-FINDING-STATUS         pic x(2)    value '00'.
01  TIM-SUMMARY-STATUS         pic x(2)    value '00'.
01  TIM-RECON-STATUS           pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.

*>---------------------------------------------------------------*
*> Which sources opened.  A cluster that would not open keeps    *
*> its failing status for the section that reports it.           *
*>---------------------------------------------------------------*
01  TIM-PREFLT-SW              pic x(1)    value 'N'.
    88  TIM-PREFLT-OK                      value 'Y'.
01  TIM-JOBDISP-SW             pic x(1)    value 'N'.
    88  TIM-JOBDISP-OK                     value 'Y'.
01  TIM-ALERTK-SW              pic x(1)    value 'N'.
    88  TIM-ALERTK-OK                      value 'Y'.
01  TIM-DSPT-SW                pic x(1)    value 'N'.
    88  TIM-DSPT-OK                        value 'Y'.
01  TIM-RECON-SW               pic x(1)    value 'N'.
    88  TIM-RECON-OK                       value 'Y'.
01  TIM-SOURCES-MISSING        pic s9(4)  comp-5  value 0.

01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-PARM-OPEN-SW           pic x(1)    value 'N'.
    88  TIM-PARM-IS-OPEN                   value 'Y'.
01  TIM-SCAN-DONE-SW           pic x(1)    value 'N'.
    88  TIM-SCAN-IS-DONE                   value 'Y'.
    88  TIM-SCAN-GOING                     value 'N'.

*>---------------------------------------------------------------*
*> Every cluster and extract is walked twice - once to count, so *
*> the status line can lead the report, and once to list - by    *
*> the same scan paragraphs, told apart by this switch.          *
*>---------------------------------------------------------------*
01  TIM-PASS-SW                pic x(1)    value 'C'.
    88  TIM-COUNTING-PASS                  value 'C'.
    88  TIM-LISTING-PASS                   value 'L'.

01  TIM-PARM-KEYWORD           pic x(16)  value spaces.
01  TIM-PARM-VALUE             pic x(16)  value spaces.
01  TIM-RUNID                  pic x(8)   value spaces.
01  TIM-RUNID-SW               pic x(1)    value 'N'.
    88  TIM-RUNID-GIVEN                    value 'Y'.
01  TIM-RUNID-SOURCE           pic x(8)   value spaces.
01  TIM-ESC-MINUTES            pic s9(9)  comp-5  value 60.

*>---------------------------------------------------------------*
*> The clearance for the run id and the gate's decision on it.   *
*> TIM-PRINT-SW is what the status line leads with: R released,  *
*> F refused, B bypassed (no PFCHECK line for the run id - the   *
*> step never ran), U unknown (GATELOG unreadable).              *
*>---------------------------------------------------------------*
01  TIM-CLR-SW                 pic x(1)    value 'N'.
    88  TIM-CLR-FOUND                      value 'Y'.
01  TIM-CLR-TS                 pic x(26)  value spaces.
01  TIM-CLR-VERDICT            pic x(4)   value spaces.
01  TIM-CLR-PASS-COUNT         pic s9(9)  comp-5  value 0.
01  TIM-CLR-FAIL-COUNT         pic s9(9)  comp-5  value 0.
01  TIM-CLR-JOBS-CLEARED       pic s9(9)  comp-5  value 0.
01  TIM-CLR-JOBS-HELD          pic s9(9)  comp-5  value 0.
01  TIM-CLR-LIB-LEVEL          pic x(16)  value spaces.
01  TIM-GATE-TS                pic x(26)  value spaces.
01  TIM-GATE-RESULT            pic x(12)  value spaces.
01  TIM-GATE-REASON            pic x(35)  value spaces.
01  TIM-PRINT-SW               pic x(1)    value 'B'.
    88  TIM-PRINT-RELEASED                 value 'R'.
    88  TIM-PRINT-REFUSED                  value 'F'.
    88  TIM-PRINT-BYPASSED                 value 'B'.
    88  TIM-PRINT-UNKNOWN                  value 'U'.

01  TIM-JOBS-CLEARED           pic s9(9)  comp-5  value 0.
01  TIM-JOBS-HELD              pic s9(9)  comp-5  value 0.
01  TIM-JOBS-DEFERRED          pic s9(9)  comp-5  value 0.
01  TIM-JOBS-RELEASED          pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The run id's HELD and DEFERRED jobs with their predecessors.  *
*> timjrels releases a held job together with every DEFERRED job *
*> it waits on, link by link, so a DEFERRED job upstream of a    *
*> HELD one goes back through timjrels with its dependent -      *
*> never on a JOBREQS deck as well, which would print it twice.  *
*> TIM-CHN-HELD-JOBID names the HELD job whose chain reaches the *
*> entry.                                                        *
*>---------------------------------------------------------------*
78  TIM-CHN-TABLE-SIZE         value 2000.
01  TIM-CHN-TABLE.
    05  TIM-CHN-ENTRY OCCURS 2000 TIMES
                       INDEXED BY TIM-CHN-IDX.
        10  TIM-CHN-JOBID      pic x(8).
        10  TIM-CHN-DISP       pic x(8).
        10  TIM-CHN-PRED       pic x(8).
        10  TIM-CHN-HELD-JOBID pic x(8).
01  TIM-CHN-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-CHN-SUB                pic s9(4)  comp-5  value 0.
01  TIM-CHN-FOUND              pic s9(4)  comp-5  value 0.
01  TIM-CHN-DROPPED            pic s9(9)  comp-5  value 0.
01  TIM-CHN-KEY-WORK           pic x(8)   value spaces.
01  TIM-CHN-SETTLE-SW          pic x(1)   value 'N'.
    88  TIM-CHAIN-SETTLED                  value 'Y'.
    88  TIM-CHAIN-GREW                     value 'N'.

*>---------------------------------------------------------------*
*> Alert counts.  Open takes in the ALERTS lines not yet loaded; *
*> an escalation is an E-severity alert open longer than ESCMIN, *
*> the rule timalrtm pages on.                                   *
*>---------------------------------------------------------------*
01  TIM-ALERTS-OPEN            pic s9(9)  comp-5  value 0.
01  TIM-ALERTS-ESCALATED       pic s9(9)  comp-5  value 0.
01  TIM-ALERTS-ACKED           pic s9(9)  comp-5  value 0.
01  TIM-ALERTS-UNLOADED        pic s9(9)  comp-5  value 0.
01  TIM-ESC-SW                 pic x(1)    value 'N'.
    88  TIM-ALERT-ESCALATED                value 'Y'.
01  TIM-ALR-TS                 pic x(26)  value spaces.
01  TIM-ALR-SEVERITY           pic x(1)   value space.

01  TIM-DISPUTES-OPEN          pic s9(9)  comp-5  value 0.
01  TIM-DISPUTES-DISPUTED      pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The night's integrity audit: the latest AUDIT or NOT RUN      *
*> record on XAUDFIND starts its block, and it is the night's    *
*> only when it was stamped on or after the run id.              *
*> TIM-AUDIT-SW: C current and run, N current but not run, S no  *
*> audit since the run id, U extract unreadable.                 *
*>---------------------------------------------------------------*
01  TIM-FND-REC-NO             pic s9(9)  comp-5  value 0.
01  TIM-FND-START-REC          pic s9(9)  comp-5  value 0.
01  TIM-FND-BLOCK-COUNT        pic s9(9)  comp-5  value 0.
01  TIM-FINDINGS               pic s9(9)  comp-5  value 0.
01  TIM-AUDIT-TS               pic x(26)  value spaces.
01  TIM-AUDIT-KIND             pic x(8)   value spaces.
01  TIM-AUDIT-TEXT             pic x(110) value spaces.
01  TIM-AUDIT-SW               pic x(1)    value 'S'.
    88  TIM-AUDIT-CURRENT                  value 'C'.
    88  TIM-AUDIT-NOT-RUN                  value 'N'.
    88  TIM-AUDIT-STALE                    value 'S'.
    88  TIM-AUDIT-UNREADABLE               value 'U'.

01  TIM-FCS-SW                 pic x(1)    value 'N'.
    88  TIM-FCS-FOUND                      value 'Y'.
01  TIM-FCS-TS                 pic x(26)  value spaces.
01  TIM-FCS-FINISH-TS          pic x(12)  value spaces.
01  TIM-FCS-CUTOFF-TS          pic x(12)  value spaces.
01  TIM-FCS-JOBS               pic 9(7)   value 0.
01  TIM-FCS-VERDICT            pic x(16)  value spaces.

*>---------------------------------------------------------------*
*> Minute arithmetic across midnight via day numbers - the same  *
*> as the clearance gate and timalrtm.  A stamp is yyyymmddhhmm; *
*> TIM-STAMP-TEXT is its printed form.                           *
*>---------------------------------------------------------------*
01  TIM-CURRENT-TS             pic x(26)  value spaces.
01  TIM-NOW-MINS               pic s9(9)  comp-5  value 0.
01  TIM-AGE-MINS               pic s9(9)  comp-5  value 0.
01  TIM-STAMP-WORK             pic x(12)  value spaces.
01  TIM-STAMP-DATE             pic 9(8)   value 0.
01  TIM-STAMP-MINS             pic s9(9)  comp-5  value 0.
01  TIM-STAMP-OK-SW            pic x(1)    value 'N'.
    88  TIM-STAMP-OK                       value 'Y'.
01  TIM-TS-HH                  pic 9(2)   value 0.
01  TIM-TS-MM                  pic 9(2)   value 0.
01  TIM-STAMP-TEXT             pic x(14)  value spaces.
01  TIM-FINISH-MINS            pic s9(9)  comp-5  value 0.
01  TIM-PROJECTED-MINS         pic s9(9)  comp-5  value 0.
01  TIM-CUTOFF-MINS            pic s9(9)  comp-5  value 0.
01  TIM-VARIANCE-MINS          pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> Pages per destination for the run id's sessions.  A night     *
*> routed to more destinations than the table holds folds the    *
*> rest into one (OTHERS) line.                                  *
*>---------------------------------------------------------------*
78  TIM-DST-TABLE-SIZE         value 50.
01  TIM-DST-TABLE.
    05  TIM-DST-ENTRY OCCURS 50 TIMES
                       INDEXED BY TIM-DST-IDX.
        10  TIM-DST-NAME       pic x(8).
        10  TIM-DST-SESSIONS   pic 9(9) comp-5.
        10  TIM-DST-PAGES      pic 9(9) comp-5.
        10  TIM-DST-ABENDS     pic 9(9) comp-5.
01  TIM-DST-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-DST-FOUND              pic s9(4)  comp-5  value 0.
01  TIM-DST-SUB                pic s9(4)  comp-5  value 0.
01  TIM-OTH-SESSIONS           pic 9(9)   comp-5  value 0.
01  TIM-OTH-PAGES              pic 9(9)   comp-5  value 0.
01  TIM-OTH-ABENDS             pic 9(9)   comp-5  value 0.
01  TIM-TOT-SESSIONS           pic 9(9)   comp-5  value 0.
01  TIM-TOT-PAGES              pic 9(9)   comp-5  value 0.
01  TIM-TOT-ABENDS             pic 9(9)   comp-5  value 0.

*>---------------------------------------------------------------*
*> The NEEDS ACTION TODAY list, filed in section order as the    *
*> listing pass meets each item and printed last.                *
*> TIM-ACTIONS-DUE is the same count taken ahead of time for the *
*> status line.                                                  *
*>---------------------------------------------------------------*
78  TIM-ACT-TABLE-SIZE         value 500.
01  TIM-ACT-TABLE.
    05  TIM-ACT-ENTRY OCCURS 500 TIMES.
        10  TIM-ACT-TOOL       pic x(8).
        10  TIM-ACT-JOB        pic x(8).
        10  TIM-ACT-TEXT       pic x(100).
01  TIM-ACT-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-ACT-SUB                pic s9(4)  comp-5  value 0.
01  TIM-ACT-DROPPED            pic s9(9)  comp-5  value 0.
01  TIM-ACTIONS-DUE            pic s9(9)  comp-5  value 0.
01  TIM-ACT-TOOL-WORK          pic x(8)   value spaces.
01  TIM-ACT-JOB-WORK           pic x(8)   value spaces.
01  TIM-ACT-TEXT-WORK          pic x(100) value spaces.

01  TIM-SECTION-TITLE          pic x(100) value spaces.
01  TIM-MISSING-NAME           pic x(8)   value spaces.
01  TIM-MISSING-STATUS         pic x(2)   value spaces.
01  TIM-NUM-TEXT               pic z(8)9.
01  TIM-NUM2-TEXT              pic z(8)9.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

01  TIM-STATUS-LINE.
    05  filler                 pic x(6)   value 'NIGHT '.
    05  TIM-STL-RUNID          pic x(8).
    05  filler                 pic x(2)   value ': '.
    05  TIM-STL-STATUS         pic x(18).
    05  filler                 pic x(6)   value ' HELD '.
    05  TIM-STL-HELD           pic zzz9.
    05  filler                 pic x(10)  value ' DEFERRED '.
    05  TIM-STL-DEFERRED       pic zzz9.
    05  filler                 pic x(8)   value ' ALERTS '.
    05  TIM-STL-ALERTS         pic zzz9.
    05  filler                 pic x(2)   value ' ('.
    05  TIM-STL-ESCALATED      pic zzz9.
    05  filler                 pic x(5)   value ' ESC)'.
    05  filler                 pic x(10)  value ' DISPUTES '.
    05  TIM-STL-DISPUTES       pic zzz9.
    05  filler                 pic x(10)  value ' FINDINGS '.
    05  TIM-STL-FINDINGS       pic zzz9.
    05  filler                 pic x(9)   value ' ACTIONS '.
    05  TIM-STL-ACTIONS        pic zzz9.
    05  filler                 pic x(10)  value spaces.

01  TIM-JOB-LINE.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-JOBID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-DISP           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-RC             pic -(9)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-DEST           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-PRED           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-REASON         pic x(30).
    05  filler                 pic x(48)  value spaces.

01  TIM-ALERT-LINE.
    05  filler                 pic x(2)   value spaces.
    05  TIM-ALL-MSGID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-ALL-TS             pic x(26).
    05  filler                 pic x(2)   value spaces.
    05  TIM-ALL-SEVERITY       pic x(1).
    05  filler                 pic x(2)   value spaces.
    05  TIM-ALL-STATE          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-ALL-AGE            pic z(8)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-ALL-FLAG           pic x(9).
    05  filler                 pic x(2)   value spaces.
    05  TIM-ALL-DETAIL         pic x(40).
    05  filler                 pic x(17)  value spaces.

01  TIM-DISPUTE-LINE.
    05  filler                 pic x(2)   value spaces.
    05  TIM-DPL-BILL-DATE      pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DPL-JOBID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DPL-TYPE           pic x(12).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DPL-STATUS         pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DPL-OUR-PAGES      pic z(8)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-DPL-BILLED-PAGES   pic z(8)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-DPL-REPEAT         pic x(1).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DPL-OPENED         pic x(8).
    05  filler                 pic x(53)  value spaces.

01  TIM-DEST-LINE.
    05  filler                 pic x(2)   value spaces.
    05  TIM-DSL-DEST           pic x(10).
    05  filler                 pic x(2)   value spaces.
    05  TIM-DSL-SESSIONS       pic z(8)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-DSL-PAGES          pic z(8)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-DSL-ABENDS         pic z(8)9.
    05  filler                 pic x(87)  value spaces.

01  TIM-ACTION-LINE.
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-SEQ            pic zz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-TOOL           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-JOB            pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-TEXT           pic x(100).
    05  filler                 pic x(5)   value spaces.

procedure division.

 move function current-date to TIM-CURRENT-TS.
 perform READ-PARM-CARDS.
 perform OPEN-SOURCES.

 move TIM-CURRENT-TS (1:12) to TIM-STAMP-WORK.
 perform MINS-FROM-STAMP.
 move TIM-STAMP-MINS to TIM-NOW-MINS.

 set TIM-COUNTING-PASS to true.
 perform GATHER-CLEARANCE.
 perform GATHER-GATE-DECISION.
 perform SCAN-DISPOSITIONS.
 perform DRAW-HELD-CHAINS.
 perform SCAN-ALERT-CLUSTER.
 perform SCAN-UNLOADED-ALERTS.
 perform SCAN-DISPUTES.
 perform SCAN-FINDINGS.
 perform GATHER-FORECAST.
 perform GATHER-PAGES.
 perform COUNT-ACTIONS-DUE.

 open output REPORT-FILE.
 perform WRITE-STATUS-LINE.

 set TIM-LISTING-PASS to true.
 perform WRITE-CLEARANCE-SECTION.
 perform WRITE-DISPOSITION-SECTION.
 perform WRITE-ALERT-SECTION.
 perform WRITE-DISPUTE-SECTION.
 perform WRITE-FINDING-SECTION.
 perform WRITE-FORECAST-SECTION.
 perform WRITE-PAGE-SECTION.
 perform WRITE-ACTION-LIST.

 perform CLOSE-SOURCES.
 close REPORT-FILE.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-PARM-CARDS----------------------------------------------------*
*> RUNID=yyyymmdd names the night (default: the night just run - see    *
*> DEFAULT-RUN-ID) and ESCMIN=minutes the escalation window (default    *
*> 60).  A run id that is not a date stops the run before anything is   *
*> written.                                                             *
*>-----------------------------------------------------------------------*
 READ-PARM-CARDS.
     open input PARM-FILE
     if TIM-PARM-STATUS not = '00'
         display 'TIMTURN: no TURNPRM file - defaults: RUNID=last night'
                 ' ESCMIN=60' end-display
         set TIM-PARM-AT-EOF to true
     else
         set TIM-PARM-IS-OPEN to true
     end-if
     perform READ-ONE-PARM-CARD until TIM-PARM-AT-EOF
     if TIM-PARM-IS-OPEN
         close PARM-FILE
     end-if
     if not TIM-RUNID-GIVEN
         perform DEFAULT-RUN-ID
     end-if
     if TIM-RUNID is not numeric
      or TIM-RUNID (5:2) < '01' or TIM-RUNID (5:2) > '12'
      or TIM-RUNID (7:2) < '01' or TIM-RUNID (7:2) > '31'
         display '*** TIMTURN: RUNID IS NOT A VALID YYYYMMDD: '
                 TIM-RUNID ' ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     if TIM-ESC-MINUTES < 1
         display 'TIMTURN: ESCMIN out of range - using 60' end-display
         move 60 to TIM-ESC-MINUTES
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
                 when 'RUNID'
                     move TIM-PARM-VALUE (1:8) to TIM-RUNID
                     set TIM-RUNID-GIVEN to true
                 when 'ESCMIN'
                     move function numval(TIM-PARM-VALUE)
                       to TIM-ESC-MINUTES
                 when other
                     display 'TIMTURN: unrecognized TURNPRM card '
                             'ignored: ' TIM-PARM-CARD end-display
             end-evaluate
         end-if
     end-if
     .

*>---DEFAULT-RUN-ID-----------------------------------------------------*
*> The stream is submitted late evening and timapp takes that day as    *
*> its run id, but this step runs after PRINTRUN, normally past         *
*> midnight - today is the wrong night.  With no RUNID card the night   *
*> is the later of the run id on the last PFCHECK line in GATELOG and   *
*> the latest TIMPREFL clearance not after today, so a night whose      *
*> PFCHECK was bypassed still reports its own clearance rather than     *
*> the night before's gate.  Today is used only when neither exists.    *
*>-----------------------------------------------------------------------*
 DEFAULT-RUN-ID.
     move spaces to TIM-RUNID
     open input GATE-FILE
     if TIM-GATE-STATUS = '00'
         set TIM-SCAN-GOING to true
         perform READ-ONE-GATE-RUN-ID until TIM-SCAN-IS-DONE
         close GATE-FILE
     end-if
     open input PREFLT-FILE
     if TIM-PREFLT-STATUS = '00'
         move low-values to TPF-KEY
         set TIM-SCAN-GOING to true
         start PREFLT-FILE key not < TPF-KEY
             invalid key
                 set TIM-SCAN-IS-DONE to true
         end-start
         perform READ-ONE-CLEARANCE-RUN-ID until TIM-SCAN-IS-DONE
         close PREFLT-FILE
     end-if
     if TIM-RUNID = spaces
         move TIM-CURRENT-TS (1:8) to TIM-RUNID
         move 'TODAY' to TIM-RUNID-SOURCE
     end-if
     display 'TIMTURN: no RUNID card - run id ' TIM-RUNID
             ' taken from ' TIM-RUNID-SOURCE end-display
     .

*>---READ-ONE-GATE-RUN-ID-----------------------------------------------*
 READ-ONE-GATE-RUN-ID.
     read GATE-FILE
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     if not TIM-SCAN-IS-DONE
         if TOV-ACTION = 'PFCHECK' and TOV-RUNID is numeric
          and TOV-RUNID not > TIM-CURRENT-TS (1:8)
             move TOV-RUNID to TIM-RUNID
             move 'GATELOG' to TIM-RUNID-SOURCE
         end-if
     end-if
     .

*>---READ-ONE-CLEARANCE-RUN-ID------------------------------------------*
 READ-ONE-CLEARANCE-RUN-ID.
     read PREFLT-FILE next
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     if not TIM-SCAN-IS-DONE
         if TPF-RUNID > TIM-CURRENT-TS (1:8)
             set TIM-SCAN-IS-DONE to true
         else
             if TPF-RUNID is numeric and TPF-RUNID > TIM-RUNID
                 move TPF-RUNID to TIM-RUNID
                 move 'TIMPREFL' to TIM-RUNID-SOURCE
             end-if
         end-if
     end-if
     .

*>---OPEN-SOURCES-------------------------------------------------------*
*> Opens the five clusters for input.  One that will not open is        *
*> counted and named on the console; its section says so and the action *
*> list carries it.  The sequential logs and extracts are opened by the *
*> paragraphs that read them.                                           *
*>-----------------------------------------------------------------------*
 OPEN-SOURCES.
     open input PREFLT-FILE
     if TIM-PREFLT-STATUS = '00'
         set TIM-PREFLT-OK to true
     else
         move 'TIMPREFL' to TIM-MISSING-NAME
         move TIM-PREFLT-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     end-if
     open input JOBDISP-FILE
     if TIM-JOBDISP-STATUS = '00'
         set TIM-JOBDISP-OK to true
     else
         move 'TIMJDISP' to TIM-MISSING-NAME
         move TIM-JOBDISP-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     end-if
     open input ALERTK-FILE
     if TIM-ALERTK-STATUS = '00'
         set TIM-ALERTK-OK to true
     else
         move 'TIMALRTK' to TIM-MISSING-NAME
         move TIM-ALERTK-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     end-if
     open input DSPT-FILE
     if TIM-DSPT-STATUS = '00'
         set TIM-DSPT-OK to true
     else
         move 'TIMDSPT' to TIM-MISSING-NAME
         move TIM-DSPT-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     end-if
     open input RECON-FILE
     if TIM-RECON-STATUS = '00'
         set TIM-RECON-OK to true
     else
         move 'TIMRECON' to TIM-MISSING-NAME
         move TIM-RECON-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     end-if
     .

*>---NOTE-SOURCE-MISSING------------------------------------------------*
 NOTE-SOURCE-MISSING.
     add 1 to TIM-SOURCES-MISSING
     display '*** TIMTURN: ERROR OPENING ' TIM-MISSING-NAME
             ' - FILE STATUS=' TIM-MISSING-STATUS
             ' - ITS SECTION IS NOT CHECKED ***' end-display
     .

*>---CLOSE-SOURCES------------------------------------------------------*
 CLOSE-SOURCES.
     if TIM-PREFLT-OK
         close PREFLT-FILE
     end-if
     if TIM-JOBDISP-OK
         close JOBDISP-FILE
     end-if
     if TIM-ALERTK-OK
         close ALERTK-FILE
     end-if
     if TIM-DSPT-OK
         close DSPT-FILE
     end-if
     if TIM-RECON-OK
         close RECON-FILE
     end-if
     .

*>---GATHER-CLEARANCE---------------------------------------------------*
*> The run id's clearance, kept in working storage for the clearance    *
*> section and for the actual finish - the clearance is stamped as the  *
*> pre-flight ends.                                                     *
*>-----------------------------------------------------------------------*
 GATHER-CLEARANCE.
     if TIM-PREFLT-OK
         move TIM-RUNID to TPF-RUNID
         read PREFLT-FILE
             invalid key
                 continue
             not invalid key
                 set TIM-CLR-FOUND to true
                 move TPF-TIMESTAMP to TIM-CLR-TS
                 move TPF-VERDICT to TIM-CLR-VERDICT
                 move TPF-PASS-COUNT to TIM-CLR-PASS-COUNT
                 move TPF-FAIL-COUNT to TIM-CLR-FAIL-COUNT
                 move TPF-JOBS-CLEARED to TIM-CLR-JOBS-CLEARED
                 move TPF-JOBS-HELD to TIM-CLR-JOBS-HELD
                 move TPF-LIB-LEVEL to TIM-CLR-LIB-LEVEL
         end-read
     end-if
     .

*>---GATHER-GATE-DECISION-----------------------------------------------*
*> The latest PFCHECK line on GATELOG for the run id.  None at all      *
*> means PFCHECK never ran - its COND bypassed it after a failed        *
*> REGRESS or MFCHECK - so PRINTRUN was bypassed too.                   *
*>-----------------------------------------------------------------------*
 GATHER-GATE-DECISION.
     open input GATE-FILE
     if TIM-GATE-STATUS not = '00'
         set TIM-PRINT-UNKNOWN to true
         display '*** TIMTURN: ERROR OPENING GATELOG - FILE STATUS='
                 TIM-GATE-STATUS ' - PRINT RELEASE NOT KNOWN ***'
                 end-display
     else
         set TIM-SCAN-GOING to true
         perform READ-ONE-GATE-LINE until TIM-SCAN-IS-DONE
         close GATE-FILE
     end-if
     .

*>---READ-ONE-GATE-LINE-------------------------------------------------*
 READ-ONE-GATE-LINE.
     read GATE-FILE
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     if not TIM-SCAN-IS-DONE
         if TOV-ACTION = 'PFCHECK' and TOV-RUNID = TIM-RUNID
             move TOV-TIMESTAMP to TIM-GATE-TS
             move TOV-RESULT to TIM-GATE-RESULT
             move TOV-REASON to TIM-GATE-REASON
             if TOV-RESULT = 'RELEASED'
                 set TIM-PRINT-RELEASED to true
             else
                 set TIM-PRINT-REFUSED to true
             end-if
         end-if
     end-if
     .

*>---SCAN-DISPOSITIONS--------------------------------------------------*
*> Every TIMJDISP entry for the run id.  The counting pass tallies the  *
*> four dispositions; the listing pass prints every job that did not    *
*> clear and files its action.                                          *
*>-----------------------------------------------------------------------*
 SCAN-DISPOSITIONS.
     if TIM-JOBDISP-OK
         set TIM-SCAN-GOING to true
         move TIM-RUNID to TJD-RUNID
         move low-values to TJD-JOBID
         start JOBDISP-FILE key not < TJD-KEY
             invalid key
                 set TIM-SCAN-IS-DONE to true
         end-start
         if TIM-SCAN-GOING
             perform READ-NEXT-DISPOSITION
         end-if
         perform SCAN-ONE-DISPOSITION until TIM-SCAN-IS-DONE
     end-if
     .

*>---READ-NEXT-DISPOSITION----------------------------------------------*
 READ-NEXT-DISPOSITION.
     read JOBDISP-FILE next
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     if not TIM-SCAN-IS-DONE
         if TJD-RUNID not = TIM-RUNID
             set TIM-SCAN-IS-DONE to true
         end-if
     end-if
     .

*>---SCAN-ONE-DISPOSITION-----------------------------------------------*
*> HELD work is released through timjrels once fixed - except a job     *
*> held with no priority class, a billed job no JOBREQS card named,     *
*> which timjrels refuses and which is carded on the next JOBREQS deck  *
*> instead; a RELEASED job still showing RELEASED was re-queued but     *
*> its re-drive has not run; a DEFERRED job that a HELD job waits on,   *
*> directly or through other DEFERRED jobs, goes back with that         *
*> release; any other DEFERRED job is not timjrels' to re-queue and     *
*> goes back on the next JOBREQS deck.                                  *
*>-----------------------------------------------------------------------*
 SCAN-ONE-DISPOSITION.
     if TIM-COUNTING-PASS
         evaluate TJD-DISPOSITION
             when 'CLEARED'
                 add 1 to TIM-JOBS-CLEARED
             when 'HELD'
                 add 1 to TIM-JOBS-HELD
                 perform FILE-CHAIN-ENTRY
             when 'DEFERRED'
                 add 1 to TIM-JOBS-DEFERRED
                 perform FILE-CHAIN-ENTRY
             when 'RELEASED'
                 add 1 to TIM-JOBS-RELEASED
         end-evaluate
     else
         if TJD-DISPOSITION not = 'CLEARED'
             move TJD-JOBID to TIM-JBL-JOBID
             move TJD-DISPOSITION to TIM-JBL-DISP
             move TJD-FINAL-RC to TIM-JBL-RC
             move TJD-DEST to TIM-JBL-DEST
             move TJD-PRED-JOBID to TIM-JBL-PRED
             move TJD-REASON to TIM-JBL-REASON
             move TIM-JOB-LINE to TIM-REPORT-LINE
             write TIM-REPORT-LINE
             move spaces to TIM-ACT-TEXT-WORK
             evaluate TJD-DISPOSITION
                 when 'HELD'
                     if TJD-PRIORITY = space or TJD-NO-JOBREQS-CARD
                         move 'JOBREQS' to TIM-ACT-TOOL-WORK
                         move spaces to TIM-ACT-JOB-WORK
                         string 'CARD BILLED JOB ' TJD-JOBID
                                ' ON THE NEXT JOBREQS DECK - '
                                'TIMJRELS CANNOT RELEASE IT'
                             delimited by size into TIM-ACT-TEXT-WORK
                         end-string
                     else
                         move 'TIMJRELS' to TIM-ACT-TOOL-WORK
                         move 'AFPJRELS' to TIM-ACT-JOB-WORK
                         string 'RELEASE HELD JOB ' TJD-JOBID
                                ' ONCE FIXED - ' TJD-REASON
                             delimited by size into TIM-ACT-TEXT-WORK
                         end-string
                     end-if
                     perform FILE-ONE-ACTION
                 when 'RELEASED'
                     move 'TIMJRELS' to TIM-ACT-TOOL-WORK
                     move 'AFPJRELS' to TIM-ACT-JOB-WORK
                     string 'RELEASED JOB ' TJD-JOBID
                            ' NOT YET RE-DRIVEN - CHECK THE REDRIVE STEP'
                         delimited by size into TIM-ACT-TEXT-WORK
                     end-string
                     perform FILE-ONE-ACTION
                 when 'DEFERRED'
                     move TJD-JOBID to TIM-CHN-KEY-WORK
                     perform FIND-CHAIN-ENTRY
                     if TIM-CHN-FOUND > 0
                      and TIM-CHN-HELD-JOBID (TIM-CHN-FOUND) not = spaces
                         move 'TIMJRELS' to TIM-ACT-TOOL-WORK
                         move 'AFPJRELS' to TIM-ACT-JOB-WORK
                         string 'DEFERRED JOB ' TJD-JOBID
                                ' IS RELEASED WITH HELD DEPENDENT '
                                TIM-CHN-HELD-JOBID (TIM-CHN-FOUND)
                                ' - NOT ON JOBREQS'
                             delimited by size into TIM-ACT-TEXT-WORK
                         end-string
                     else
                         move 'JOBREQS' to TIM-ACT-TOOL-WORK
                         move spaces to TIM-ACT-JOB-WORK
                         string 'RE-QUEUE DEFERRED JOB ' TJD-JOBID
                                ' ON THE NEXT JOBREQS DECK - ' TJD-REASON
                             delimited by size into TIM-ACT-TEXT-WORK
                         end-string
                     end-if
                     perform FILE-ONE-ACTION
             end-evaluate
         end-if
     end-if
     perform READ-NEXT-DISPOSITION
     .

*>---FILE-CHAIN-ENTRY---------------------------------------------------*
 FILE-CHAIN-ENTRY.
     if TIM-CHN-COUNT < TIM-CHN-TABLE-SIZE
         add 1 to TIM-CHN-COUNT
         set TIM-CHN-IDX to TIM-CHN-COUNT
         move TJD-JOBID to TIM-CHN-JOBID (TIM-CHN-IDX)
         move TJD-DISPOSITION to TIM-CHN-DISP (TIM-CHN-IDX)
         move TJD-PRED-JOBID to TIM-CHN-PRED (TIM-CHN-IDX)
         if TJD-DISPOSITION = 'HELD'
             move TJD-JOBID to TIM-CHN-HELD-JOBID (TIM-CHN-IDX)
         else
             move spaces to TIM-CHN-HELD-JOBID (TIM-CHN-IDX)
         end-if
     else
         add 1 to TIM-CHN-DROPPED
     end-if
     .

*>---DRAW-HELD-CHAINS---------------------------------------------------*
*> Walks each HELD job's predecessors up the chain, one link per pass   *
*> as timjrels does, marking every DEFERRED job reached with the HELD   *
*> job it holds up.  Passes only add, so they settle.  A night with     *
*> more held and deferred work than the table holds lists the rest as   *
*> plain deferrals and says so on the console.                          *
*>-----------------------------------------------------------------------*
 DRAW-HELD-CHAINS.
     if TIM-CHN-DROPPED > 0
         move TIM-CHN-DROPPED to TIM-NUM-TEXT
         display 'TIMTURN: HELD/DEFERRED TABLE FULL -' TIM-NUM-TEXT
                 ' JOBS NOT CHAINED - CHECK TIMJRELS BEFORE JOBREQS'
                 end-display
     end-if
     set TIM-CHAIN-GREW to true
     perform DRAW-CHAINS-ONE-PASS until TIM-CHAIN-SETTLED
     .

*>---DRAW-CHAINS-ONE-PASS-----------------------------------------------*
 DRAW-CHAINS-ONE-PASS.
     set TIM-CHAIN-SETTLED to true
     move 0 to TIM-CHN-SUB
     perform DRAW-ONE-CHAIN-LINK until TIM-CHN-SUB >= TIM-CHN-COUNT
     .

*>---DRAW-ONE-CHAIN-LINK------------------------------------------------*
*> An entry already in a held chain draws in its predecessor when that  *
*> is DEFERRED and not yet marked.                                      *
*>-----------------------------------------------------------------------*
 DRAW-ONE-CHAIN-LINK.
     add 1 to TIM-CHN-SUB
     if TIM-CHN-HELD-JOBID (TIM-CHN-SUB) not = spaces
      and TIM-CHN-PRED (TIM-CHN-SUB) not = spaces
         move TIM-CHN-PRED (TIM-CHN-SUB) to TIM-CHN-KEY-WORK
         perform FIND-CHAIN-ENTRY
         if TIM-CHN-FOUND > 0
             if TIM-CHN-DISP (TIM-CHN-FOUND) = 'DEFERRED'
              and TIM-CHN-HELD-JOBID (TIM-CHN-FOUND) = spaces
                 move TIM-CHN-HELD-JOBID (TIM-CHN-SUB)
                   to TIM-CHN-HELD-JOBID (TIM-CHN-FOUND)
                 set TIM-CHAIN-GREW to true
             end-if
         end-if
     end-if
     .

*>---FIND-CHAIN-ENTRY---------------------------------------------------*
*> Locates TIM-CHN-KEY-WORK in the chain table, leaving the entry       *
*> number in TIM-CHN-FOUND or zero.                                     *
*>-----------------------------------------------------------------------*
 FIND-CHAIN-ENTRY.
     move 0 to TIM-CHN-FOUND
     if TIM-CHN-COUNT > 0
         set TIM-CHN-IDX to 1
         search TIM-CHN-ENTRY
             at end
                 continue
             when TIM-CHN-IDX > TIM-CHN-COUNT
                 continue
             when TIM-CHN-JOBID (TIM-CHN-IDX) = TIM-CHN-KEY-WORK
                 set TIM-CHN-FOUND to TIM-CHN-IDX
         end-search
     end-if
     .

*>---SCAN-ALERT-CLUSTER-------------------------------------------------*
*> Every alert in TIMALRTK.  OPEN ones are counted, aged and - in the   *
*> listing pass - printed with an ACK item each; ACKED ones are counted *
*> only, being somebody's already.                                      *
*>-----------------------------------------------------------------------*
 SCAN-ALERT-CLUSTER.
     if TIM-ALERTK-OK
         set TIM-SCAN-GOING to true
         move low-values to TAK-KEY
         start ALERTK-FILE key not < TAK-KEY
             invalid key
                 set TIM-SCAN-IS-DONE to true
         end-start
         if TIM-SCAN-GOING
             perform READ-NEXT-ALERTK
         end-if
         perform SCAN-ONE-ALERTK until TIM-SCAN-IS-DONE
     end-if
     .

*>---READ-NEXT-ALERTK---------------------------------------------------*
 READ-NEXT-ALERTK.
     read ALERTK-FILE next
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     .

*>---SCAN-ONE-ALERTK----------------------------------------------------*
 SCAN-ONE-ALERTK.
     evaluate TAK-STATE
         when 'OPEN'
             move TAK-TIMESTAMP to TIM-ALR-TS
             move TAK-SEVERITY to TIM-ALR-SEVERITY
             perform AGE-ONE-ALERT
             if TIM-COUNTING-PASS
                 add 1 to TIM-ALERTS-OPEN
                 if TIM-ALERT-ESCALATED
                     add 1 to TIM-ALERTS-ESCALATED
                 end-if
             else
                 move TAK-MSGID to TIM-ALL-MSGID
                 move TAK-STATE to TIM-ALL-STATE
                 move TAK-DETAIL to TIM-ALL-DETAIL
                 perform LIST-ONE-OPEN-ALERT
             end-if
         when 'ACKED'
             if TIM-COUNTING-PASS
                 add 1 to TIM-ALERTS-ACKED
             end-if
     end-evaluate
     perform READ-NEXT-ALERTK
     .

*>---SCAN-UNLOADED-ALERTS-----------------------------------------------*
*> Each ALERTS line whose (timestamp, message id) key is not on         *
*> TIMALRTK has paged nobody's worklist yet - timalrtm loads it on its  *
*> next run.  Counted and listed as open, with the same escalation      *
*> rule.  Without the cluster there is nothing to check against, and    *
*> the cluster's own missing-source item covers it.                     *
*>-----------------------------------------------------------------------*
 SCAN-UNLOADED-ALERTS.
     if TIM-ALERTK-OK
         open input ALERT-FILE
         if TIM-ALERT-STATUS = '00'
             set TIM-SCAN-GOING to true
             perform SCAN-ONE-ALERT-LINE until TIM-SCAN-IS-DONE
             close ALERT-FILE
         end-if
     end-if
     .

*>---SCAN-ONE-ALERT-LINE------------------------------------------------*
 SCAN-ONE-ALERT-LINE.
     read ALERT-FILE
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     if not TIM-SCAN-IS-DONE
      and TIM-ALERT-RECORD not = spaces and TAL-MSGID not = spaces
         move TAL-TIMESTAMP to TAK-TIMESTAMP
         move TAL-MSGID to TAK-MSGID
         read ALERTK-FILE
             invalid key
                 move TAL-TIMESTAMP to TIM-ALR-TS
                 move TAL-SEVERITY to TIM-ALR-SEVERITY
                 perform AGE-ONE-ALERT
                 if TIM-COUNTING-PASS
                     add 1 to TIM-ALERTS-UNLOADED
                     add 1 to TIM-ALERTS-OPEN
                     if TIM-ALERT-ESCALATED
                         add 1 to TIM-ALERTS-ESCALATED
                     end-if
                 else
                     move TAL-MSGID to TIM-ALL-MSGID
                     move 'UNLOADED' to TIM-ALL-STATE
                     move TAL-DETAIL to TIM-ALL-DETAIL
                     perform LIST-ONE-OPEN-ALERT
                 end-if
         end-read
     end-if
     .

*>---AGE-ONE-ALERT------------------------------------------------------*
*> Age in minutes of the alert stamped TIM-ALR-TS, and whether it has   *
*> escalated.  A timestamp that does not read as a date ages to zero.   *
*>-----------------------------------------------------------------------*
 AGE-ONE-ALERT.
     move 0 to TIM-AGE-MINS
     move 'N' to TIM-ESC-SW
     move TIM-ALR-TS (1:12) to TIM-STAMP-WORK
     perform MINS-FROM-STAMP
     if TIM-STAMP-OK
         compute TIM-AGE-MINS = TIM-NOW-MINS - TIM-STAMP-MINS
         end-compute
     end-if
     if TIM-ALR-SEVERITY = 'E' and TIM-AGE-MINS > TIM-ESC-MINUTES
         set TIM-ALERT-ESCALATED to true
     end-if
     .

*>---LIST-ONE-OPEN-ALERT------------------------------------------------*
*> The alert line carries the full timestamp - half the cluster key,    *
*> and what the ACK card must reproduce.                                *
*>-----------------------------------------------------------------------*
 LIST-ONE-OPEN-ALERT.
     move TIM-ALR-TS to TIM-ALL-TS
     move TIM-ALR-SEVERITY to TIM-ALL-SEVERITY
     move TIM-AGE-MINS to TIM-ALL-AGE
     if TIM-ALERT-ESCALATED
         move 'ESCALATED' to TIM-ALL-FLAG
     else
         move spaces to TIM-ALL-FLAG
     end-if
     move TIM-ALERT-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'TIMALRTM' to TIM-ACT-TOOL-WORK
     move 'AFPALERT' to TIM-ACT-JOB-WORK
     move spaces to TIM-ACT-TEXT-WORK
     if TIM-ALERT-ESCALATED
         string 'ACK ESCALATED ALERT ' TIM-ALL-MSGID ' AT ' TIM-ALR-TS
                ' - ' TIM-ALL-DETAIL
             delimited by size into TIM-ACT-TEXT-WORK
         end-string
     else
         string 'ACK ALERT ' TIM-ALL-MSGID ' AT ' TIM-ALR-TS
                ' - ' TIM-ALL-DETAIL
             delimited by size into TIM-ACT-TEXT-WORK
         end-string
     end-if
     perform FILE-ONE-ACTION
     .

*>---SCAN-DISPUTES------------------------------------------------------*
*> Every TIMDSPT entry still OPEN or DISPUTED.  An OPEN one has not     *
*> been raised with the vendor yet and is an item; a DISPUTED one is    *
*> with the vendor and is listed for the record.                        *
*>-----------------------------------------------------------------------*
 SCAN-DISPUTES.
     if TIM-DSPT-OK
         set TIM-SCAN-GOING to true
         move low-values to TDP-KEY
         start DSPT-FILE key not < TDP-KEY
             invalid key
                 set TIM-SCAN-IS-DONE to true
         end-start
         if TIM-SCAN-GOING
             perform READ-NEXT-DISPUTE
         end-if
         perform SCAN-ONE-DISPUTE until TIM-SCAN-IS-DONE
     end-if
     .

*>---READ-NEXT-DISPUTE--------------------------------------------------*
 READ-NEXT-DISPUTE.
     read DSPT-FILE next
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     .

*>---SCAN-ONE-DISPUTE---------------------------------------------------*
 SCAN-ONE-DISPUTE.
     if TDP-STATUS = 'OPEN' or TDP-STATUS = 'DISPUTED'
         if TIM-COUNTING-PASS
             if TDP-STATUS = 'OPEN'
                 add 1 to TIM-DISPUTES-OPEN
             else
                 add 1 to TIM-DISPUTES-DISPUTED
             end-if
         else
             move TDP-BILL-DATE to TIM-DPL-BILL-DATE
             move TDP-JOBID to TIM-DPL-JOBID
             move TDP-VARIANCE-TYPE to TIM-DPL-TYPE
             move TDP-STATUS to TIM-DPL-STATUS
             move TDP-OUR-PAGES to TIM-DPL-OUR-PAGES
             move TDP-BILLED-PAGES to TIM-DPL-BILLED-PAGES
             move TDP-REPEAT-FLAG to TIM-DPL-REPEAT
             move TDP-OPENED-TS (1:8) to TIM-DPL-OPENED
             move TIM-DISPUTE-LINE to TIM-REPORT-LINE
             write TIM-REPORT-LINE
             if TDP-STATUS = 'OPEN'
                 move 'TIMDSPTM' to TIM-ACT-TOOL-WORK
                 move 'AFPDSPT' to TIM-ACT-JOB-WORK
                 move spaces to TIM-ACT-TEXT-WORK
                 string 'RAISE WITH THE VENDOR (DISPUTE) BILL DATE '
                        TDP-BILL-DATE ' JOB ' TDP-JOBID ' - '
                        TDP-VARIANCE-TYPE
                     delimited by size into TIM-ACT-TEXT-WORK
                 end-string
                 perform FILE-ONE-ACTION
             end-if
         end-if
     end-if
     perform READ-NEXT-DISPUTE
     .

*>---SCAN-FINDINGS------------------------------------------------------*
*> One pass over XAUDFIND.  Counting finds the night's block - the      *
*> latest AUDIT or NOT RUN record - and counts the findings after it;   *
*> listing prints them with an item each, once the block has been       *
*> judged the night's own.                                              *
*>-----------------------------------------------------------------------*
 SCAN-FINDINGS.
     open input FINDING-FILE
     if TIM-FINDING-STATUS not = '00'
         if TIM-COUNTING-PASS
             set TIM-AUDIT-UNREADABLE to true
             display '*** TIMTURN: ERROR OPENING XAUDFIND - FILE STATUS='
                     TIM-FINDING-STATUS ' ***' end-display
         end-if
     else
         move 0 to TIM-FND-REC-NO
         set TIM-SCAN-GOING to true
         perform SCAN-ONE-FINDING until TIM-SCAN-IS-DONE
         close FINDING-FILE
         if TIM-COUNTING-PASS
          and TIM-FND-START-REC > 0
          and TIM-AUDIT-TS (1:8) not < TIM-RUNID
             if TIM-AUDIT-KIND = 'AUDIT'
                 set TIM-AUDIT-CURRENT to true
                 move TIM-FND-BLOCK-COUNT to TIM-FINDINGS
             else
                 set TIM-AUDIT-NOT-RUN to true
             end-if
         end-if
     end-if
     .

*>---SCAN-ONE-FINDING---------------------------------------------------*
 SCAN-ONE-FINDING.
     read FINDING-FILE
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     if not TIM-SCAN-IS-DONE
         add 1 to TIM-FND-REC-NO
         if TIM-COUNTING-PASS
             if TXF-AUDIT-START
                 move TIM-FND-REC-NO to TIM-FND-START-REC
                 move TXF-TIMESTAMP to TIM-AUDIT-TS
                 move TXF-KIND to TIM-AUDIT-KIND
                 move TXF-TEXT to TIM-AUDIT-TEXT
                 move 0 to TIM-FND-BLOCK-COUNT
             end-if
             if TXF-IS-FINDING
                 add 1 to TIM-FND-BLOCK-COUNT
             end-if
         else
             if TIM-AUDIT-CURRENT and TXF-IS-FINDING
              and TIM-FND-REC-NO > TIM-FND-START-REC
                 move spaces to TIM-REPORT-LINE
                 move TXF-TEXT to TIM-REPORT-LINE (3:)
                 write TIM-REPORT-LINE
                 perform FILE-FINDING-ACTION
             end-if
         end-if
     end-if
     .

*>---FILE-FINDING-ACTION------------------------------------------------*
*> The tool for a finding follows from its kind: a checkpoint with no   *
*> session behind it is CLEARed and a clean session with no checkpoint  *
*> COMPLETEd through timmaint, once the shift has confirmed which way   *
*> the output went; a page count is settled from timmaint's DISPLAY     *
*> before the month-end match reads it; a clearance that disagrees with *
*> its history is earned again.                                         *
*>-----------------------------------------------------------------------*
 FILE-FINDING-ACTION.
     move 'TIMMAINT' to TIM-ACT-TOOL-WORK
     move 'AFPMAINT' to TIM-ACT-JOB-WORK
     move spaces to TIM-ACT-TEXT-WORK
     evaluate TXF-TEXT (1:13)
         when 'ORPHAN CHKPNT'
             string 'CLEAR RSTRT ' TXF-RUNID ' ' TXF-JOBID
                    ' - CHECKPOINT WITH NO TIMRECON SESSION'
                 delimited by size into TIM-ACT-TEXT-WORK
             end-string
         when 'NO CHECKPOINT'
             string 'COMPLETE RSTRT ' TXF-RUNID ' ' TXF-JOBID
                    ' IF ITS OUTPUT WENT OUT - CLEAN SESSION, NO'
                    ' CHECKPOINT'
                 delimited by size into TIM-ACT-TEXT-WORK
             end-string
         when 'PAGE MISMATCH'
             string 'DISPLAY RECON ' TXF-RUNID ' ' TXF-JOBID
                    ' - PAGE COUNT DISAGREES WITH AUDITLOG, SETTLE'
                    ' BEFORE THE INVOICE MATCH'
                 delimited by size into TIM-ACT-TEXT-WORK
             end-string
         when other
             move 'TIMAPP' to TIM-ACT-TOOL-WORK
             move 'AFPNIGHT' to TIM-ACT-JOB-WORK
             string 'RERUN THE PRE-FLIGHT FOR ' TXF-RUNID
                    ' - CLEARANCE DISAGREES WITH TIMHIST (SEE XAUDRPT)'
                 delimited by size into TIM-ACT-TEXT-WORK
             end-string
     end-evaluate
     perform FILE-ONE-ACTION
     .

*>---GATHER-FORECAST----------------------------------------------------*
*> The latest FCSTSUM line forecast on the run id's date - tonight's    *
*> submission-time projection.                                          *
*>-----------------------------------------------------------------------*
 GATHER-FORECAST.
     open input SUMMARY-FILE
     if TIM-SUMMARY-STATUS = '00'
         set TIM-SCAN-GOING to true
         perform READ-ONE-FORECAST until TIM-SCAN-IS-DONE
         close SUMMARY-FILE
     end-if
     .

*>---READ-ONE-FORECAST--------------------------------------------------*
 READ-ONE-FORECAST.
     read SUMMARY-FILE
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     if not TIM-SCAN-IS-DONE
         if TFS-TIMESTAMP (1:8) = TIM-RUNID
             set TIM-FCS-FOUND to true
             move TFS-TIMESTAMP to TIM-FCS-TS
             move TFS-FINISH-TS to TIM-FCS-FINISH-TS
             move TFS-CUTOFF-TS to TIM-FCS-CUTOFF-TS
             move TFS-JOBS-FORECAST to TIM-FCS-JOBS
             move TFS-VERDICT to TIM-FCS-VERDICT
         end-if
     end-if
     .

*>---GATHER-PAGES-------------------------------------------------------*
*> Every TIMRECON session for the run id, folded into its destination's *
*> sessions, pages and abended sessions.  A blank destination is the    *
*> unrouted default.                                                    *
*>-----------------------------------------------------------------------*
 GATHER-PAGES.
     if TIM-RECON-OK
         set TIM-SCAN-GOING to true
         move TIM-RUNID to TRC-RUNID
         move low-values to TRC-JOBID
         start RECON-FILE key not < TRC-KEY
             invalid key
                 set TIM-SCAN-IS-DONE to true
         end-start
         if TIM-SCAN-GOING
             perform READ-NEXT-RECON
         end-if
         perform FOLD-ONE-SESSION until TIM-SCAN-IS-DONE
     end-if
     .

*>---READ-NEXT-RECON----------------------------------------------------*
 READ-NEXT-RECON.
     read RECON-FILE next
         at end
             set TIM-SCAN-IS-DONE to true
     end-read
     if not TIM-SCAN-IS-DONE
         if TRC-RUNID not = TIM-RUNID
             set TIM-SCAN-IS-DONE to true
         end-if
     end-if
     .

*>---FOLD-ONE-SESSION---------------------------------------------------*
 FOLD-ONE-SESSION.
     move 0 to TIM-DST-FOUND
     if TIM-DST-COUNT > 0
         set TIM-DST-IDX to 1
         search TIM-DST-ENTRY
             at end
                 continue
             when TIM-DST-IDX > TIM-DST-COUNT
                 continue
             when TIM-DST-NAME (TIM-DST-IDX) = TRC-DEST
                 set TIM-DST-FOUND to TIM-DST-IDX
         end-search
     end-if
     if TIM-DST-FOUND = 0
      and TIM-DST-COUNT < TIM-DST-TABLE-SIZE
         add 1 to TIM-DST-COUNT
         move TIM-DST-COUNT to TIM-DST-FOUND
         move TRC-DEST to TIM-DST-NAME (TIM-DST-FOUND)
         move 0 to TIM-DST-SESSIONS (TIM-DST-FOUND)
         move 0 to TIM-DST-PAGES (TIM-DST-FOUND)
         move 0 to TIM-DST-ABENDS (TIM-DST-FOUND)
     end-if
     if TIM-DST-FOUND > 0
         add 1 to TIM-DST-SESSIONS (TIM-DST-FOUND)
         add TRC-PAGE-COUNT to TIM-DST-PAGES (TIM-DST-FOUND)
         if TRC-ABEND-FLAG = 'A'
             add 1 to TIM-DST-ABENDS (TIM-DST-FOUND)
         end-if
     else
         add 1 to TIM-OTH-SESSIONS
         add TRC-PAGE-COUNT to TIM-OTH-PAGES
         if TRC-ABEND-FLAG = 'A'
             add 1 to TIM-OTH-ABENDS
         end-if
     end-if
     add 1 to TIM-TOT-SESSIONS
     add TRC-PAGE-COUNT to TIM-TOT-PAGES
     if TRC-ABEND-FLAG = 'A'
         add 1 to TIM-TOT-ABENDS
     end-if
     perform READ-NEXT-RECON
     .

*>---COUNT-ACTIONS-DUE--------------------------------------------------*
*> The size of the action list, taken before it is built so the status  *
*> line can lead with it - one item per job not cleared, open alert,    *
*> OPEN dispute and finding, one for a print run not released, one for  *
*> a night with no integrity audit of its own, and one per cluster that *
*> would not open.  The listing pass files exactly these.               *
*>-----------------------------------------------------------------------*
 COUNT-ACTIONS-DUE.
     compute TIM-ACTIONS-DUE = TIM-JOBS-HELD + TIM-JOBS-DEFERRED
         + TIM-JOBS-RELEASED + TIM-ALERTS-OPEN + TIM-DISPUTES-OPEN
         + TIM-FINDINGS + TIM-SOURCES-MISSING
     end-compute
     if not TIM-PRINT-RELEASED
         add 1 to TIM-ACTIONS-DUE
     end-if
     if not TIM-AUDIT-CURRENT
         add 1 to TIM-ACTIONS-DUE
     end-if
     if TIM-ACTIONS-DUE > 0
         move 1 to TIM-OVERALL-RC
     end-if
     .

*>---WRITE-STATUS-LINE--------------------------------------------------*
*> The first line of the report, and the one the shift reads first:     *
*> PRINT NOT RELEASED outranks everything, then NEEDS ACTION whenever   *
*> the list below is not empty, CLEAN otherwise.                        *
*>-----------------------------------------------------------------------*
 WRITE-STATUS-LINE.
     move TIM-RUNID to TIM-STL-RUNID
     evaluate true
         when not TIM-PRINT-RELEASED
             move 'PRINT NOT RELEASED' to TIM-STL-STATUS
         when TIM-ACTIONS-DUE > 0
             move 'NEEDS ACTION' to TIM-STL-STATUS
         when other
             move 'CLEAN' to TIM-STL-STATUS
     end-evaluate
     move TIM-JOBS-HELD to TIM-STL-HELD
     move TIM-JOBS-DEFERRED to TIM-STL-DEFERRED
     move TIM-ALERTS-OPEN to TIM-STL-ALERTS
     move TIM-ALERTS-ESCALATED to TIM-STL-ESCALATED
     compute TIM-STL-DISPUTES =
         TIM-DISPUTES-OPEN + TIM-DISPUTES-DISPUTED
     end-compute
     move TIM-FINDINGS to TIM-STL-FINDINGS
     move TIM-ACTIONS-DUE to TIM-STL-ACTIONS
     move TIM-STATUS-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     display 'TIMTURN: ' TIM-STATUS-LINE (1:34) end-display
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'TIMTURN - MORNING SHIFT TURNOVER' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     move TIM-CURRENT-TS (1:12) to TIM-STAMP-WORK
     perform FORMAT-STAMP
     string 'RUN ID ' TIM-RUNID '   PRODUCED ' TIM-STAMP-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     .

*>---WRITE-SECTION-HEADING----------------------------------------------*
 WRITE-SECTION-HEADING.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move TIM-SECTION-TITLE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:72)
     write TIM-REPORT-LINE
     .

*>---WRITE-CLEARANCE-SECTION--------------------------------------------*
*> The clearance the pre-flight wrote and what the gate did with it.  A *
*> refusal over the library build is worked through timcert; any other  *
*> refusal, or a gate that never ran, means the pre-flight is run       *
*> again.                                                               *
*>-----------------------------------------------------------------------*
 WRITE-CLEARANCE-SECTION.
     move 'PRE-FLIGHT CLEARANCE AND PRINT RELEASE (TIMPREFL, GATELOG)'
       to TIM-SECTION-TITLE
     perform WRITE-SECTION-HEADING
     move spaces to TIM-REPORT-LINE
     evaluate true
         when not TIM-PREFLT-OK
             string 'CLEARANCE : TIMPREFL NOT READABLE - FILE STATUS '
                    TIM-PREFLT-STATUS
                 delimited by size into TIM-REPORT-LINE
             end-string
             write TIM-REPORT-LINE
             move 'TIMPREFL' to TIM-MISSING-NAME
             move TIM-PREFLT-STATUS to TIM-MISSING-STATUS
             perform FILE-MISSING-ACTION
         when not TIM-CLR-FOUND
             string 'CLEARANCE : NONE ON TIMPREFL FOR RUN ID ' TIM-RUNID
                 delimited by size into TIM-REPORT-LINE
             end-string
             write TIM-REPORT-LINE
         when other
             move TIM-CLR-TS (1:12) to TIM-STAMP-WORK
             perform FORMAT-STAMP
             string 'CLEARANCE : ' TIM-CLR-VERDICT ' WRITTEN '
                    TIM-STAMP-TEXT ' UNDER LIBRARY BUILD '
                    TIM-CLR-LIB-LEVEL
                 delimited by size into TIM-REPORT-LINE
             end-string
             write TIM-REPORT-LINE
             move spaces to TIM-REPORT-LINE
             move TIM-CLR-PASS-COUNT to TIM-NUM-TEXT
             move TIM-CLR-FAIL-COUNT to TIM-NUM2-TEXT
             string 'TESTS     : PASSED' TIM-NUM-TEXT
                    '  FAILED' TIM-NUM2-TEXT
                 delimited by size into TIM-REPORT-LINE
             end-string
             write TIM-REPORT-LINE
             move spaces to TIM-REPORT-LINE
             move TIM-CLR-JOBS-CLEARED to TIM-NUM-TEXT
             move TIM-CLR-JOBS-HELD to TIM-NUM2-TEXT
             string 'JOBS      : CLEARED' TIM-NUM-TEXT
                    '  HELD' TIM-NUM2-TEXT
                 delimited by size into TIM-REPORT-LINE
             end-string
             write TIM-REPORT-LINE
     end-evaluate

     move spaces to TIM-REPORT-LINE
     move TIM-GATE-TS (1:12) to TIM-STAMP-WORK
     perform FORMAT-STAMP
     move spaces to TIM-ACT-TEXT-WORK
     evaluate true
         when TIM-PRINT-RELEASED
             string 'PRINT RUN : RELEASED BY TIMPFCHK ' TIM-STAMP-TEXT
                    ' - ' TIM-GATE-REASON
                 delimited by size into TIM-REPORT-LINE
             end-string
         when TIM-PRINT-REFUSED
             string 'PRINT RUN : REFUSED BY TIMPFCHK ' TIM-STAMP-TEXT
                    ' - ' TIM-GATE-REASON
                 delimited by size into TIM-REPORT-LINE
             end-string
             if TIM-GATE-REASON (1:13) = 'LIBRARY BUILD'
                 move 'TIMCERT' to TIM-ACT-TOOL-WORK
                 move 'AFPCERT' to TIM-ACT-JOB-WORK
                 string 'SIGN OFF LIBRARY BUILD ' TIM-CLR-LIB-LEVEL
                        ' - THEN RERUN PFCHECK AND PRINTRUN'
                     delimited by size into TIM-ACT-TEXT-WORK
                 end-string
             else
                 move 'TIMAPP' to TIM-ACT-TOOL-WORK
                 move 'AFPNIGHT' to TIM-ACT-JOB-WORK
                 string 'RERUN THE PRE-FLIGHT - PRINT REFUSED: '
                        TIM-GATE-REASON
                     delimited by size into TIM-ACT-TEXT-WORK
                 end-string
             end-if
         when TIM-PRINT-BYPASSED
             string 'PRINT RUN : NOT RELEASED - NO TIMPFCHK DECISION'
                    ' FOR THIS RUN ID (PFCHECK BYPASSED BY A FAILED'
                    ' REGRESS OR MFCHECK)'
                 delimited by size into TIM-REPORT-LINE
             end-string
             move 'TIMAPP' to TIM-ACT-TOOL-WORK
             move 'AFPNIGHT' to TIM-ACT-JOB-WORK
             move 'FIX THE FAILED REGRESS OR MFCHECK STEP AND RERUN THE'
               to TIM-ACT-TEXT-WORK
             move ' PRE-FLIGHT - NOTHING PRINTED'
               to TIM-ACT-TEXT-WORK (52:)
         when TIM-PRINT-UNKNOWN
             string 'PRINT RUN : NOT KNOWN - GATELOG NOT READABLE, FILE'
                    ' STATUS ' TIM-GATE-STATUS
                 delimited by size into TIM-REPORT-LINE
             end-string
             move 'TIMPFCHK' to TIM-ACT-TOOL-WORK
             move 'AFPNIGHT' to TIM-ACT-JOB-WORK
             move 'CONFIRM FROM THE PFCHECK AND PRINTRUN STEPS WHETHER'
               to TIM-ACT-TEXT-WORK
             move ' THE PRINT RUN WENT OUT' to TIM-ACT-TEXT-WORK (51:)
     end-evaluate
     write TIM-REPORT-LINE
     if not TIM-PRINT-RELEASED
         perform FILE-ONE-ACTION
     end-if
     .

*>---WRITE-DISPOSITION-SECTION------------------------------------------*
 WRITE-DISPOSITION-SECTION.
     move 'JOB DISPOSITIONS (TIMJDISP)' to TIM-SECTION-TITLE
     perform WRITE-SECTION-HEADING
     if not TIM-JOBDISP-OK
         move 'TIMJDISP' to TIM-MISSING-NAME
         move TIM-JOBDISP-STATUS to TIM-MISSING-STATUS
         perform WRITE-MISSING-LINE
     else
         move spaces to TIM-REPORT-LINE
         move TIM-JOBS-CLEARED to TIM-NUM-TEXT
         move TIM-JOBS-HELD to TIM-NUM2-TEXT
         string 'CLEARED ' TIM-NUM-TEXT '  HELD    ' TIM-NUM2-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         move spaces to TIM-REPORT-LINE
         move TIM-JOBS-DEFERRED to TIM-NUM-TEXT
         move TIM-JOBS-RELEASED to TIM-NUM2-TEXT
         string 'DEFERRED' TIM-NUM-TEXT '  RELEASED' TIM-NUM2-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         compute TIM-ACT-SUB =
             TIM-JOBS-HELD + TIM-JOBS-DEFERRED + TIM-JOBS-RELEASED
         end-compute
         if TIM-ACT-SUB > 0
             move spaces to TIM-REPORT-LINE
             write TIM-REPORT-LINE
             move '  JOB ID    DISP        FINAL RC  DEST      PRED'
               to TIM-REPORT-LINE
             move 'REASON' to TIM-REPORT-LINE (55:)
             write TIM-REPORT-LINE
             perform SCAN-DISPOSITIONS
         end-if
     end-if
     .

*>---WRITE-ALERT-SECTION------------------------------------------------*
 WRITE-ALERT-SECTION.
     move spaces to TIM-SECTION-TITLE
     move TIM-ESC-MINUTES to TIM-NUM-TEXT
     string 'OPEN AND ESCALATED ALERTS (TIMALRTK, ALERTS) - ESCALATION'
            ' AFTER' TIM-NUM-TEXT ' MINUTES'
         delimited by size into TIM-SECTION-TITLE
     end-string
     perform WRITE-SECTION-HEADING
     if not TIM-ALERTK-OK
         move 'TIMALRTK' to TIM-MISSING-NAME
         move TIM-ALERTK-STATUS to TIM-MISSING-STATUS
         perform WRITE-MISSING-LINE
     else
         move spaces to TIM-REPORT-LINE
         move TIM-ALERTS-OPEN to TIM-NUM-TEXT
         move TIM-ALERTS-ESCALATED to TIM-NUM2-TEXT
         string 'OPEN    ' TIM-NUM-TEXT '  ESCALATED     ' TIM-NUM2-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         move spaces to TIM-REPORT-LINE
         move TIM-ALERTS-ACKED to TIM-NUM-TEXT
         move TIM-ALERTS-UNLOADED to TIM-NUM2-TEXT
         string 'ACKED   ' TIM-NUM-TEXT '  NOT YET LOADED' TIM-NUM2-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         if TIM-ALERTS-OPEN > 0
             move spaces to TIM-REPORT-LINE
             write TIM-REPORT-LINE
             move '  MSGID     TIMESTAMP                   S  STATE'
               to TIM-REPORT-LINE
             move 'AGE MINS' to TIM-REPORT-LINE (55:)
             move 'DETAIL' to TIM-REPORT-LINE (76:)
             write TIM-REPORT-LINE
             perform SCAN-ALERT-CLUSTER
             perform SCAN-UNLOADED-ALERTS
         end-if
     end-if
     .

*>---WRITE-DISPUTE-SECTION----------------------------------------------*
 WRITE-DISPUTE-SECTION.
     move 'DISPUTES STILL OPEN OR DISPUTED (TIMDSPT)' to TIM-SECTION-TITLE
     perform WRITE-SECTION-HEADING
     if not TIM-DSPT-OK
         move 'TIMDSPT' to TIM-MISSING-NAME
         move TIM-DSPT-STATUS to TIM-MISSING-STATUS
         perform WRITE-MISSING-LINE
     else
         move spaces to TIM-REPORT-LINE
         move TIM-DISPUTES-OPEN to TIM-NUM-TEXT
         move TIM-DISPUTES-DISPUTED to TIM-NUM2-TEXT
         string 'OPEN    ' TIM-NUM-TEXT '  DISPUTED' TIM-NUM2-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         if TIM-DISPUTES-OPEN + TIM-DISPUTES-DISPUTED > 0
             move spaces to TIM-REPORT-LINE
             write TIM-REPORT-LINE
             move '  BILL DATE JOB ID    TYPE          STATUS'
               to TIM-REPORT-LINE
             move 'OUR PAGES  BILLED PGS  R  OPENED'
               to TIM-REPORT-LINE (47:)
             write TIM-REPORT-LINE
             perform SCAN-DISPUTES
         end-if
     end-if
     .

*>---WRITE-FINDING-SECTION----------------------------------------------*
*> The night's integrity findings.  An audit that did not run, or no    *
*> audit stamped since the run id, is itself an item - HOUSEKEP is      *
*> COND'ed on the audit, so a night without one is a night nothing was  *
*> purged either.                                                       *
*>-----------------------------------------------------------------------*
 WRITE-FINDING-SECTION.
     move 'INTEGRITY FINDINGS (TIMXFOOT, XAUDFIND)' to TIM-SECTION-TITLE
     perform WRITE-SECTION-HEADING
     move spaces to TIM-REPORT-LINE
     move TIM-AUDIT-TS (1:12) to TIM-STAMP-WORK
     perform FORMAT-STAMP
     move 'TIMXFOOT' to TIM-ACT-TOOL-WORK
     move 'AFPNIGHT' to TIM-ACT-JOB-WORK
     move spaces to TIM-ACT-TEXT-WORK
     evaluate true
         when TIM-AUDIT-CURRENT
             move TIM-FINDINGS to TIM-NUM-TEXT
             string 'AUDIT RUN ' TIM-STAMP-TEXT ' - FINDINGS'
                    TIM-NUM-TEXT
                 delimited by size into TIM-REPORT-LINE
             end-string
             write TIM-REPORT-LINE
             if TIM-FINDINGS > 0
                 move spaces to TIM-REPORT-LINE
                 write TIM-REPORT-LINE
                 perform SCAN-FINDINGS
             end-if
         when TIM-AUDIT-NOT-RUN
             string 'AUDIT NOT RUN ' TIM-STAMP-TEXT ' - ' TIM-AUDIT-TEXT
                 delimited by size into TIM-REPORT-LINE
             end-string
             write TIM-REPORT-LINE
             string 'RERUN THE INTAUDIT STEP - ' TIM-AUDIT-TEXT
                 delimited by size into TIM-ACT-TEXT-WORK
             end-string
             perform FILE-ONE-ACTION
         when TIM-AUDIT-UNREADABLE
             string 'XAUDFIND NOT READABLE - FILE STATUS '
                    TIM-FINDING-STATUS
                 delimited by size into TIM-REPORT-LINE
             end-string
             write TIM-REPORT-LINE
             move 'CHECK THE INTAUDIT STEP - ITS FINDINGS EXTRACT COULD'
               to TIM-ACT-TEXT-WORK
             move ' NOT BE READ' to TIM-ACT-TEXT-WORK (53:)
             perform FILE-ONE-ACTION
         when other
             string 'NO INTEGRITY AUDIT ON XAUDFIND SINCE RUN ID '
                    TIM-RUNID
                 delimited by size into TIM-REPORT-LINE
             end-string
             write TIM-REPORT-LINE
             move 'RERUN THE INTAUDIT STEP - NO AUDIT FOR THIS NIGHT'
               to TIM-ACT-TEXT-WORK
             perform FILE-ONE-ACTION
     end-evaluate
     .

*>---WRITE-FORECAST-SECTION---------------------------------------------*
*> Tonight's projection against the finish the pre-flight made - the    *
*> clearance is stamped as timapp ends, so its timestamp is the actual  *
*> finish.  Information, not an item: a missed window is the window     *
*> owner's conversation, not a tool's.                                  *
*>-----------------------------------------------------------------------*
 WRITE-FORECAST-SECTION.
     move 'FORECAST VERSUS ACTUAL FINISH (FCSTSUM, TIMPREFL)'
       to TIM-SECTION-TITLE
     perform WRITE-SECTION-HEADING
     move spaces to TIM-REPORT-LINE
     if not TIM-FCS-FOUND
         if TIM-SUMMARY-STATUS not = '00'
             string 'FORECAST         : FCSTSUM NOT READABLE - FILE'
                    ' STATUS ' TIM-SUMMARY-STATUS
                 delimited by size into TIM-REPORT-LINE
             end-string
         else
             string 'FORECAST         : NONE ON FCSTSUM FOR RUN ID '
                    TIM-RUNID
                 delimited by size into TIM-REPORT-LINE
             end-string
         end-if
         write TIM-REPORT-LINE
     else
         move TIM-FCS-TS (1:12) to TIM-STAMP-WORK
         perform FORMAT-STAMP
         move TIM-FCS-JOBS to TIM-NUM-TEXT
         string 'FORECAST RUN     : ' TIM-STAMP-TEXT '  JOBS'
                TIM-NUM-TEXT '  ' TIM-FCS-VERDICT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         move spaces to TIM-REPORT-LINE
         move TIM-FCS-FINISH-TS to TIM-STAMP-WORK
         perform FORMAT-STAMP
         perform MINS-FROM-STAMP
         move TIM-STAMP-MINS to TIM-PROJECTED-MINS
         string 'PROJECTED FINISH : ' TIM-STAMP-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         move spaces to TIM-REPORT-LINE
         move TIM-FCS-CUTOFF-TS to TIM-STAMP-WORK
         perform FORMAT-STAMP
         perform MINS-FROM-STAMP
         move TIM-STAMP-MINS to TIM-CUTOFF-MINS
         string 'WINDOW CUTOFF    : ' TIM-STAMP-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if

     move spaces to TIM-REPORT-LINE
     if not TIM-CLR-FOUND
         move 'ACTUAL FINISH    : NOT KNOWN - NO CLEARANCE WRITTEN'
           to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     else
         move TIM-CLR-TS (1:12) to TIM-STAMP-WORK
         perform FORMAT-STAMP
         perform MINS-FROM-STAMP
         move TIM-STAMP-MINS to TIM-FINISH-MINS
         string 'ACTUAL FINISH    : ' TIM-STAMP-TEXT
                '  (PRE-FLIGHT CLEARANCE WRITTEN)'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         if TIM-FCS-FOUND
             perform WRITE-FORECAST-VARIANCE
         end-if
     end-if
     .

*>---WRITE-FORECAST-VARIANCE--------------------------------------------*
 WRITE-FORECAST-VARIANCE.
     compute TIM-VARIANCE-MINS = TIM-FINISH-MINS - TIM-PROJECTED-MINS
     end-compute
     move spaces to TIM-REPORT-LINE
     evaluate true
         when TIM-VARIANCE-MINS > 0
             move TIM-VARIANCE-MINS to TIM-NUM-TEXT
             string 'VARIANCE MINUTES :' TIM-NUM-TEXT
                    ' LATER THAN FORECAST'
                 delimited by size into TIM-REPORT-LINE
             end-string
         when TIM-VARIANCE-MINS < 0
             compute TIM-VARIANCE-MINS = 0 - TIM-VARIANCE-MINS
             end-compute
             move TIM-VARIANCE-MINS to TIM-NUM-TEXT
             string 'VARIANCE MINUTES :' TIM-NUM-TEXT
                    ' EARLIER THAN FORECAST'
                 delimited by size into TIM-REPORT-LINE
             end-string
         when other
             move 'VARIANCE MINUTES :         0 - FINISHED AS FORECAST'
               to TIM-REPORT-LINE
     end-evaluate
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     compute TIM-VARIANCE-MINS = TIM-CUTOFF-MINS - TIM-FINISH-MINS
     end-compute
     if TIM-VARIANCE-MINS < 0
         compute TIM-VARIANCE-MINS = 0 - TIM-VARIANCE-MINS
         end-compute
         move TIM-VARIANCE-MINS to TIM-NUM-TEXT
         string 'WINDOW           : MISSED BY' TIM-NUM-TEXT ' MINUTES'
             delimited by size into TIM-REPORT-LINE
         end-string
     else
         move TIM-VARIANCE-MINS to TIM-NUM-TEXT
         string 'WINDOW           : MET WITH' TIM-NUM-TEXT
                ' MINUTES TO SPARE'
             delimited by size into TIM-REPORT-LINE
         end-string
     end-if
     write TIM-REPORT-LINE
     .

*>---WRITE-PAGE-SECTION-------------------------------------------------*
 WRITE-PAGE-SECTION.
     move 'PAGES PRINTED PER DESTINATION (TIMRECON)' to TIM-SECTION-TITLE
     perform WRITE-SECTION-HEADING
     if not TIM-RECON-OK
         move 'TIMRECON' to TIM-MISSING-NAME
         move TIM-RECON-STATUS to TIM-MISSING-STATUS
         perform WRITE-MISSING-LINE
     else
         move '  DEST          SESSIONS      PAGES    ABENDED'
           to TIM-REPORT-LINE
         write TIM-REPORT-LINE
         move 0 to TIM-DST-SUB
         perform WRITE-ONE-DEST-LINE until TIM-DST-SUB >= TIM-DST-COUNT
         if TIM-OTH-SESSIONS > 0
             move '(OTHERS)' to TIM-DSL-DEST
             move TIM-OTH-SESSIONS to TIM-DSL-SESSIONS
             move TIM-OTH-PAGES to TIM-DSL-PAGES
             move TIM-OTH-ABENDS to TIM-DSL-ABENDS
             move TIM-DEST-LINE to TIM-REPORT-LINE
             write TIM-REPORT-LINE
         end-if
         move all '-' to TIM-REPORT-LINE (1:45)
         write TIM-REPORT-LINE
         move 'TOTAL' to TIM-DSL-DEST
         move TIM-TOT-SESSIONS to TIM-DSL-SESSIONS
         move TIM-TOT-PAGES to TIM-DSL-PAGES
         move TIM-TOT-ABENDS to TIM-DSL-ABENDS
         move TIM-DEST-LINE to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     .

*>---WRITE-ONE-DEST-LINE------------------------------------------------*
 WRITE-ONE-DEST-LINE.
     add 1 to TIM-DST-SUB
     if TIM-DST-NAME (TIM-DST-SUB) = spaces
         move '(UNROUTED)' to TIM-DSL-DEST
     else
         move TIM-DST-NAME (TIM-DST-SUB) to TIM-DSL-DEST
     end-if
     move TIM-DST-SESSIONS (TIM-DST-SUB) to TIM-DSL-SESSIONS
     move TIM-DST-PAGES (TIM-DST-SUB) to TIM-DSL-PAGES
     move TIM-DST-ABENDS (TIM-DST-SUB) to TIM-DSL-ABENDS
     move TIM-DEST-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---WRITE-MISSING-LINE-------------------------------------------------*
*> A section whose cluster would not open says so, and files the item.  *
*>-----------------------------------------------------------------------*
 WRITE-MISSING-LINE.
     move spaces to TIM-REPORT-LINE
     string TIM-MISSING-NAME ' NOT READABLE - FILE STATUS '
            TIM-MISSING-STATUS ' - SECTION NOT CHECKED'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     perform FILE-MISSING-ACTION
     .

*>---FILE-MISSING-ACTION------------------------------------------------*
*> The fault is in this step's own DD or the cluster behind it, so      *
*> the item names the turnover program itself as the tool.              *
*>-----------------------------------------------------------------------*
 FILE-MISSING-ACTION.
     move 'TIMTURN' to TIM-ACT-TOOL-WORK
     move 'AFPNIGHT' to TIM-ACT-JOB-WORK
     move spaces to TIM-ACT-TEXT-WORK
     string TIM-MISSING-NAME ' WOULD NOT OPEN (FILE STATUS '
            TIM-MISSING-STATUS ') - CHECK THE TURNOVER STEP DD AND'
            ' THE CLUSTER'
         delimited by size into TIM-ACT-TEXT-WORK
     end-string
     perform FILE-ONE-ACTION
     .

*>---FILE-ONE-ACTION----------------------------------------------------*
*> Files one item for the list.  Past the table's size the items are    *
*> counted, and the list says how many it could not show.               *
*>-----------------------------------------------------------------------*
 FILE-ONE-ACTION.
     if TIM-ACT-COUNT < TIM-ACT-TABLE-SIZE
         add 1 to TIM-ACT-COUNT
         move TIM-ACT-TOOL-WORK to TIM-ACT-TOOL (TIM-ACT-COUNT)
         move TIM-ACT-JOB-WORK to TIM-ACT-JOB (TIM-ACT-COUNT)
         move TIM-ACT-TEXT-WORK to TIM-ACT-TEXT (TIM-ACT-COUNT)
     else
         add 1 to TIM-ACT-DROPPED
     end-if
     .

*>---WRITE-ACTION-LIST--------------------------------------------------*
*> The last section: every item, numbered, with the tool that works it  *
*> and the job it is run through.                                       *
*>-----------------------------------------------------------------------*
 WRITE-ACTION-LIST.
     move 'NEEDS ACTION TODAY' to TIM-SECTION-TITLE
     perform WRITE-SECTION-HEADING
     if TIM-ACT-COUNT = 0
         move '  (NOTHING - CLEAN NIGHT)' to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     else
         move '   NO  TOOL      JOB       ITEM' to TIM-REPORT-LINE
         write TIM-REPORT-LINE
         move 0 to TIM-ACT-SUB
         perform WRITE-ONE-ACTION-LINE until TIM-ACT-SUB >= TIM-ACT-COUNT
     end-if
     if TIM-ACT-DROPPED > 0
         move spaces to TIM-REPORT-LINE
         move TIM-ACT-DROPPED to TIM-NUM-TEXT
         string '  ' TIM-NUM-TEXT ' MORE ITEMS NOT LISTED - SEE THE'
                ' SECTIONS ABOVE'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     if TIM-OVERALL-RC = 0
         display 'TIMTURN: clean night - nothing needs action'
                 end-display
     else
         move TIM-ACTIONS-DUE to TIM-NUM-TEXT
         display 'TIMTURN: ' TIM-NUM-TEXT
                 ' ITEMS NEED ACTION TODAY - SEE TURNRPT' end-display
     end-if
     .

*>---WRITE-ONE-ACTION-LINE----------------------------------------------*
 WRITE-ONE-ACTION-LINE.
     add 1 to TIM-ACT-SUB
     move TIM-ACT-SUB to TIM-ACL-SEQ
     move TIM-ACT-TOOL (TIM-ACT-SUB) to TIM-ACL-TOOL
     move TIM-ACT-JOB (TIM-ACT-SUB) to TIM-ACL-JOB
     move TIM-ACT-TEXT (TIM-ACT-SUB) to TIM-ACL-TEXT
     move TIM-ACTION-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---MINS-FROM-STAMP----------------------------------------------------*
*> The yyyymmddhhmm stamp in TIM-STAMP-WORK as minutes on the           *
*> day-number scale.  A stamp that does not read as one leaves          *
*> TIM-STAMP-OK off and zero minutes.                                   *
*>-----------------------------------------------------------------------*
 MINS-FROM-STAMP.
     move 'N' to TIM-STAMP-OK-SW
     move 0 to TIM-STAMP-MINS
     if TIM-STAMP-WORK is numeric
      and TIM-STAMP-WORK (5:2) >= '01' and TIM-STAMP-WORK (5:2) <= '12'
      and TIM-STAMP-WORK (7:2) >= '01' and TIM-STAMP-WORK (7:2) <= '31'
         set TIM-STAMP-OK to true
         move TIM-STAMP-WORK (1:8) to TIM-STAMP-DATE
         move TIM-STAMP-WORK (9:2) to TIM-TS-HH
         move TIM-STAMP-WORK (11:2) to TIM-TS-MM
         compute TIM-STAMP-MINS =
             function integer-of-date(TIM-STAMP-DATE) * 1440
             + TIM-TS-HH * 60 + TIM-TS-MM
         end-compute
     end-if
     .

*>---FORMAT-STAMP-------------------------------------------------------*
*> TIM-STAMP-WORK printed as 'yyyymmdd hh:mm'.                          *
*>-----------------------------------------------------------------------*
 FORMAT-STAMP.
     move spaces to TIM-STAMP-TEXT
     string TIM-STAMP-WORK (1:8) ' ' TIM-STAMP-WORK (9:2) ':'
            TIM-STAMP-WORK (11:2)
         delimited by size into TIM-STAMP-TEXT
     end-string
     .
