       >>SOURCE FORMAT IS FREE

identification division.
program-id. timtrace.

*>---------------------------------------------------------------*
*> Timitoo Systems job lifecycle trace                           *
*>                                                               *
*> "What happened to job X last Tuesday" used to take a          *
*> timmaint DISPLAY, a timarchr retrieval, IDCAMS PRINTs of      *
*> TIMJDISP, TIMSDTL and TIMDSPT, and a hand scan of REPRTLOG,   *
*> RELSLOG and ALERTS.  This reads all of them in one pass per   *
*> file and prints one chronological report per job asked for    *
*> on the TRACEREQ cards - job id 1-8, from run id 10-17, to run *
*> id 19-26 (blank means the from run id alone):                 *
*>   - the pre-flight disposition from TIMJDISP (CLEARED, HELD,  *
*>     DEFERRED, RELEASED) with its reason                        *
*>   - the AFP session(s) from TIMRECON - destination, page      *
*>     count, final return code, abend flag - and, for sessions  *
*>     housekeeping has aged out, from the archive generations   *
*>     (ARCHRECN / ARCHR86, exactly as timarchr reads them)      *
*>   - the statement count from TIMSDTL                          *
*>   - reprint requests from REPRTLOG and releases from RELSLOG  *
*>   - alerts naming the job from ALERTS, with their TIMALRTK    *
*>     state when the alert has been loaded there                *
*>   - invoice and mail-drop disputes from TIMDSPT, open or      *
*>     closed                                                    *
*> Every source is optional: one that will not open is named on  *
*> the report and the trace goes on without it, so the answer    *
*> says what it could not see instead of failing the question.   *
*>---------------------------------------------------------------*

environment division.

configuration section.

special-names.

input-output section.

file-control.
     select CMD-FILE assign to "TRACEREQ"
         organization is line sequential
         file status is TIM-CMD-STATUS.

     select REPORT-FILE assign to "TRACERPT"
         organization is line sequential.

     select JOBDISP-FILE assign to "TIMJDISP"
         organization is indexed
         access mode is dynamic
         record key is TJD-KEY
         file status is TIM-JOBDISP-STATUS.

     select RECON-FILE assign to "TIMRECON"
         organization is indexed
         access mode is dynamic
         record key is TRC-KEY
         file status is TIM-RECON-STATUS.

*> the housekeeping archive generations, record sequential exactly
*> as timhkeep wrote them - ARCHRECN the 94-byte generations,
*> ARCHR86 the pre-destination 86-byte ones (see timarchr.cob)
     select ARCHIN-FILE assign to "ARCHRECN"
         organization is sequential
         file status is TIM-ARCHIN-STATUS.

     select ARCH86-FILE assign to "ARCHR86"
         organization is sequential
         file status is TIM-ARCH86-STATUS.

     select SDTL-FILE assign to "TIMSDTL"
         organization is indexed
         access mode is dynamic
         record key is TSD-KEY
         file status is TIM-SDTL-STATUS.

*> the two override logs share the TIMOVRD layout; each is read
*> into the one working-storage copy of it
     select REPRTLOG-FILE assign to "REPRTLOG"
         organization is line sequential
         file status is TIM-REPRTLOG-STATUS.

     select RELSLOG-FILE assign to "RELSLOG"
         organization is line sequential
         file status is TIM-RELSLOG-STATUS.

     select ALERT-FILE assign to "ALERTS"
         organization is line sequential
         file status is TIM-ALERT-STATUS.

     select ALERTK-FILE assign to "TIMALRTK"
         organization is indexed
         access mode is dynamic
         record key is TAK-KEY
         file status is TIM-ALERTK-STATUS.

     select DISPUTE-FILE assign to "TIMDSPT"
         organization is indexed
         access mode is dynamic
         record key is TDP-KEY
         file status is TIM-DISPUTE-STATUS.

data division.

file section.

fd  CMD-FILE.
01  TIM-CMD-CARD.
    05  TTQ-JOBID              pic x(8).
    05  filler                 pic x(1).
    05  TTQ-FROM-RUNID         pic x(8).
    05  filler                 pic x(1).
    05  TTQ-TO-RUNID           pic x(8).
    05  filler                 pic x(54).

fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

fd  JOBDISP-FILE.
copy "TIMJDSP.cpy".

fd  RECON-FILE.
copy "TIMRECON.cpy".

fd  ARCHIN-FILE.
01  TIM-ARCHIN-RECORD          pic x(94).

fd  ARCH86-FILE.
01  TIM-ARCH86-RECORD          pic x(86).

fd  SDTL-FILE.
copy "TIMSDTL.cpy".

fd  REPRTLOG-FILE.
01  TIM-REPRTLOG-RECORD        pic x(111).

fd  RELSLOG-FILE.
01  TIM-RELSLOG-RECORD         pic x(111).

fd  ALERT-FILE.
copy "TIMALRT.cpy".

fd  ALERTK-FILE.
copy "TIMALRK.cpy".

fd  DISPUTE-FILE.
copy "TIMDSPT.cpy".

working-storage section.

copy "TIMOVRD.cpy".

01  TIM-CMD-STATUS             pic x(2)    value '00'.
01  TIM-JOBDISP-STATUS         pic x(2)    value '00'.
01  TIM-RECON-STATUS           pic x(2)    value '00'.
01  TIM-ARCHIN-STATUS          pic x(2)    value '00'.
01  TIM-ARCH86-STATUS          pic x(2)    value '00'.
01  TIM-SDTL-STATUS            pic x(2)    value '00'.
01  TIM-REPRTLOG-STATUS        pic x(2)    value '00'.
01  TIM-RELSLOG-STATUS         pic x(2)    value '00'.
01  TIM-ALERT-STATUS           pic x(2)    value '00'.
01  TIM-ALERTK-STATUS          pic x(2)    value '00'.
01  TIM-DISPUTE-STATUS         pic x(2)    value '00'.

01  TIM-CMD-EOF-SW             pic x(1)    value 'N'.
    88  TIM-CMD-AT-EOF                     value 'Y'.
01  TIM-SOURCE-EOF-SW          pic x(1)    value 'N'.
    88  TIM-SOURCE-AT-EOF                  value 'Y'.
01  TIM-ALERTK-SW              pic x(1)    value 'N'.
    88  TIM-ALERTK-AVAILABLE               value 'Y'.

*>---------------------------------------------------------------*
*> The request table - one entry per job asked about.  Every      *
*> record read is judged against each request, so one pass over   *
*> each source answers the whole deck.  TIM-TRACE-FROM/TO are the *
*> lowest and highest run ids any request names: the keyed        *
*> clusters are walked only across that span.                     *
*>---------------------------------------------------------------*
78  TIM-REQ-TABLE-SIZE         value 20.
01  TIM-REQ-TABLE.
    05  TIM-REQ-ENTRY OCCURS 20 TIMES.
        10  TIM-REQ-JOBID      pic x(8).
        10  TIM-REQ-JOB-LEN    pic s9(4) comp-5.
        10  TIM-REQ-FROM       pic x(8).
        10  TIM-REQ-TO         pic x(8).
        10  TIM-REQ-EVENTS     pic 9(9) comp-5.
01  TIM-REQ-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-REQ-SUB                pic s9(4)  comp-5  value 0.
01  TIM-TRACE-FROM             pic x(8)   value high-values.
01  TIM-TRACE-TO               pic x(8)   value low-values.

*>---------------------------------------------------------------*
*> The event table - every record that belongs to a request       *
*> becomes one event: when it happened, which source said so, the *
*> run id, and a line of text.  Ordered by request then           *
*> timestamp for printing; the arrival sequence breaks ties so    *
*> two events stamped the same instant print in source order.     *
*>---------------------------------------------------------------*
78  TIM-EVT-TABLE-SIZE         value 3000.
01  TIM-EVT-TABLE.
    05  TIM-EVT-ENTRY OCCURS 3000 TIMES.
        10  TIM-EVT-REQ        pic s9(4) comp-5.
        10  TIM-EVT-TS         pic x(26).
        10  TIM-EVT-SEQ        pic s9(9) comp-5.
        10  TIM-EVT-SOURCE     pic x(8).
        10  TIM-EVT-RUNID      pic x(8).
        10  TIM-EVT-TEXT       pic x(80).
01  TIM-EVT-SWAP-ENTRY.
    05  filler                 pic s9(4) comp-5.
    05  filler                 pic x(26).
    05  filler                 pic s9(9) comp-5.
    05  filler                 pic x(8).
    05  filler                 pic x(8).
    05  filler                 pic x(80).
01  TIM-EVT-COUNT              pic s9(9)  comp-5  value 0.
01  TIM-EVT-SUB                pic s9(9)  comp-5  value 0.
01  TIM-EVT-DROPPED            pic s9(9)  comp-5  value 0.
01  TIM-EVT-SWAP-SW            pic x(1)   value 'N'.
    88  TIM-EVT-IS-SWAPPED                 value 'Y'.
    88  TIM-EVT-NOT-SWAPPED                value 'N'.

*>---------------------------------------------------------------*
*> The event being built - set by each source's paragraph, then   *
*> filed against every request it belongs to.                     *
*>---------------------------------------------------------------*
01  TIM-EVW-TS                 pic x(26)  value spaces.
01  TIM-EVW-SOURCE             pic x(8)   value spaces.
01  TIM-EVW-RUNID              pic x(8)   value spaces.
01  TIM-EVW-JOBID              pic x(8)   value spaces.
01  TIM-EVW-TEXT               pic x(80)  value spaces.
01  TIM-EVW-ARCHIVE-SW         pic x(1)   value 'N'.
    88  TIM-EVW-FROM-ARCHIVE               value 'Y'.
01  TIM-ALERT-HITS             pic s9(4)  comp-5  value 0.

*>---------------------------------------------------------------*
*> TIMSDTL statements arrive in key order, so a job's statements  *
*> are folded into one event per (run id, job id): count, seqno   *
*> range, failed pages, and the first statement's timestamp.      *
*>---------------------------------------------------------------*
01  TIM-SDA-RUNID              pic x(8)   value spaces.
01  TIM-SDA-JOBID              pic x(8)   value spaces.
01  TIM-SDA-TS                 pic x(26)  value spaces.
01  TIM-SDA-COUNT              pic s9(9)  comp-5  value 0.
01  TIM-SDA-FAILED             pic s9(9)  comp-5  value 0.
01  TIM-SDA-FIRST-SEQ          pic 9(7)   value 0.
01  TIM-SDA-LAST-SEQ           pic 9(7)   value 0.

01  TIM-SOURCES-MISSING        pic s9(4)  comp-5  value 0.
01  TIM-MISSING-NAME           pic x(8)   value spaces.
01  TIM-MISSING-STATUS         pic x(2)   value spaces.

01  TIM-NUM-TEXT               pic -(9)9.
01  TIM-NUM2-TEXT              pic -(9)9.
01  TIM-SEQ-TEXT               pic z(6)9.
01  TIM-SEQ2-TEXT              pic z(6)9.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> One event per print line, the timestamp shown as date and      *
*> time of day.                                                   *
*>---------------------------------------------------------------*
01  TIM-EVENT-LINE.
    05  TIM-EVL-DATE           pic x(10).
    05  filler                 pic x(1)   value spaces.
    05  TIM-EVL-TIME           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EVL-SOURCE         pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EVL-RUNID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EVL-TEXT           pic x(80).
    05  filler                 pic x(11)  value spaces.

procedure division.

 open input CMD-FILE.
 if TIM-CMD-STATUS not = '00'
     display '*** TIMTRACE: NO TRACEREQ FILE - NOTHING REQUESTED ***'
             end-display
     move 1 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 perform READ-ONE-REQUEST.
 perform LOAD-ONE-REQUEST until TIM-CMD-AT-EOF.
 close CMD-FILE.

 if TIM-REQ-COUNT = 0
     display '*** TIMTRACE: TRACEREQ HOLDS NO REQUESTS ***' end-display
     move 1 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 open output REPORT-FILE.
 move 'TIMTRACE - JOB LIFECYCLE TRACE' to TIM-REPORT-LINE.
 write TIM-REPORT-LINE.
 move spaces to TIM-REPORT-LINE.
 write TIM-REPORT-LINE.

 perform COLLECT-DISPOSITIONS.
 perform COLLECT-SESSIONS.
 perform COLLECT-ARCHIVED-SESSIONS.
 perform COLLECT-STATEMENTS.
 perform COLLECT-REPRINT-LOG.
 perform COLLECT-RELEASE-LOG.
 perform COLLECT-ALERTS.
 perform COLLECT-DISPUTES.

 perform ORDER-EVENTS.
 move 0 to TIM-REQ-SUB.
 move 1 to TIM-EVT-SUB.
 perform WRITE-ONE-TRACE until TIM-REQ-SUB >= TIM-REQ-COUNT.

 if TIM-EVT-DROPPED > 0
     move TIM-EVT-DROPPED to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string '*** EVENT TABLE FULL - EVENTS NOT SHOWN:' TIM-NUM-TEXT
            ' - NARROW THE RUN-ID RANGES ***'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move 1 to TIM-OVERALL-RC
 end-if.
 close REPORT-FILE.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-ONE-REQUEST---------------------------------------------------*
 READ-ONE-REQUEST.
     read CMD-FILE
         at end
             set TIM-CMD-AT-EOF to true
     end-read
     .

*>---LOAD-ONE-REQUEST---------------------------------------------------*
*> One request card: the job id is required, the from run id is         *
*> required, and the to run id defaults to it.  A bad card stops the     *
*> run the way timarchr's do - a trace that silently searched the wrong  *
*> range would answer the escalation wrongly.                            *
*>-----------------------------------------------------------------------*
 LOAD-ONE-REQUEST.
     if TIM-CMD-CARD (1:1) = '*' or TIM-CMD-CARD = spaces
         continue
     else
     if TTQ-TO-RUNID = spaces
         move TTQ-FROM-RUNID to TTQ-TO-RUNID
     end-if
     if TTQ-JOBID = spaces
      or TTQ-FROM-RUNID (1:8) is not numeric
      or TTQ-TO-RUNID (1:8) is not numeric
      or TTQ-FROM-RUNID > TTQ-TO-RUNID
      or TIM-REQ-COUNT >= TIM-REQ-TABLE-SIZE
         display '*** TIMTRACE: TRACEREQ CARD REFUSED: ' TIM-CMD-CARD
                 ' ***' end-display
         move 1 to TIM-OVERALL-RC
         close CMD-FILE
         move TIM-OVERALL-RC to return-code
         stop run
     else
         add 1 to TIM-REQ-COUNT
         move TTQ-JOBID to TIM-REQ-JOBID (TIM-REQ-COUNT)
         compute TIM-REQ-JOB-LEN (TIM-REQ-COUNT) =
             function length(function trim(TTQ-JOBID, trailing))
         end-compute
         move TTQ-FROM-RUNID to TIM-REQ-FROM (TIM-REQ-COUNT)
         move TTQ-TO-RUNID to TIM-REQ-TO (TIM-REQ-COUNT)
         move 0 to TIM-REQ-EVENTS (TIM-REQ-COUNT)
         if TTQ-FROM-RUNID < TIM-TRACE-FROM
             move TTQ-FROM-RUNID to TIM-TRACE-FROM
         end-if
         if TTQ-TO-RUNID > TIM-TRACE-TO
             move TTQ-TO-RUNID to TIM-TRACE-TO
         end-if
     end-if
     end-if
     perform READ-ONE-REQUEST
     .

*>---NOTE-SOURCE-MISSING------------------------------------------------*
*> Names a source that would not open on the report - TIM-MISSING-NAME   *
*> and TIM-MISSING-STATUS must already be set.  The trace goes on: what  *
*> the other sources say is still the answer, with this gap shown.       *
*>-----------------------------------------------------------------------*
 NOTE-SOURCE-MISSING.
     add 1 to TIM-SOURCES-MISSING
     move spaces to TIM-REPORT-LINE
     string 'SOURCE NOT READ: ' TIM-MISSING-NAME
            ' (FILE STATUS ' TIM-MISSING-STATUS ')'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     display 'TIMTRACE: ' TIM-MISSING-NAME ' not opened - FILE STATUS='
             TIM-MISSING-STATUS end-display
     .

*>---FILE-EVENT---------------------------------------------------------*
*> Files the event built in TIM-EVW-* against every request whose job    *
*> and run-id range it falls in.                                         *
*>-----------------------------------------------------------------------*
 FILE-EVENT.
     move 0 to TIM-REQ-SUB
     perform FILE-EVENT-FOR-ONE-REQUEST until TIM-REQ-SUB >= TIM-REQ-COUNT
     .

*>---FILE-EVENT-FOR-ONE-REQUEST-----------------------------------------*
 FILE-EVENT-FOR-ONE-REQUEST.
     add 1 to TIM-REQ-SUB
     if TIM-EVW-JOBID = TIM-REQ-JOBID (TIM-REQ-SUB)
      and TIM-EVW-RUNID >= TIM-REQ-FROM (TIM-REQ-SUB)
      and TIM-EVW-RUNID <= TIM-REQ-TO (TIM-REQ-SUB)
         perform ADD-ONE-EVENT
     end-if
     .

*>---ADD-ONE-EVENT------------------------------------------------------*
*> Adds the event in TIM-EVW-* to the table under request TIM-REQ-SUB.   *
*> A full table drops the event and counts it - the report says so.      *
*>-----------------------------------------------------------------------*
 ADD-ONE-EVENT.
     if TIM-EVT-COUNT >= TIM-EVT-TABLE-SIZE
         add 1 to TIM-EVT-DROPPED
     else
         add 1 to TIM-EVT-COUNT
         move TIM-REQ-SUB to TIM-EVT-REQ (TIM-EVT-COUNT)
         move TIM-EVW-TS to TIM-EVT-TS (TIM-EVT-COUNT)
         move TIM-EVT-COUNT to TIM-EVT-SEQ (TIM-EVT-COUNT)
         move TIM-EVW-SOURCE to TIM-EVT-SOURCE (TIM-EVT-COUNT)
         move TIM-EVW-RUNID to TIM-EVT-RUNID (TIM-EVT-COUNT)
         move TIM-EVW-TEXT to TIM-EVT-TEXT (TIM-EVT-COUNT)
         add 1 to TIM-REQ-EVENTS (TIM-REQ-SUB)
     end-if
     .

*>---COLLECT-DISPOSITIONS-----------------------------------------------*
*> TIMJDISP holds each (run id, job id)'s latest pre-flight disposition  *
*> - a HELD job later released shows RELEASED here, and its release is   *
*> on RELSLOG with who and why.                                          *
*>-----------------------------------------------------------------------*
 COLLECT-DISPOSITIONS.
     open input JOBDISP-FILE
     if TIM-JOBDISP-STATUS not = '00'
         move 'TIMJDISP' to TIM-MISSING-NAME
         move TIM-JOBDISP-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move spaces to TJD-KEY
         move TIM-TRACE-FROM to TJD-RUNID
         start JOBDISP-FILE key not < TJD-KEY
             invalid key
                 set TIM-SOURCE-AT-EOF to true
         end-start
         perform COLLECT-ONE-DISPOSITION until TIM-SOURCE-AT-EOF
         close JOBDISP-FILE
     end-if
     .

*>---COLLECT-ONE-DISPOSITION--------------------------------------------*
 COLLECT-ONE-DISPOSITION.
     read JOBDISP-FILE next
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         if TJD-RUNID > TIM-TRACE-TO
             set TIM-SOURCE-AT-EOF to true
         else
             move TJD-TIMESTAMP to TIM-EVW-TS
             move 'TIMJDISP' to TIM-EVW-SOURCE
             move TJD-RUNID to TIM-EVW-RUNID
             move TJD-JOBID to TIM-EVW-JOBID
             move TJD-STMT-COUNT to TIM-NUM-TEXT
             move TJD-FINAL-RC to TIM-NUM2-TEXT
             move spaces to TIM-EVW-TEXT
             string TJD-DISPOSITION ' ' TJD-REASON
                    ' STMTS=' function trim(TIM-NUM-TEXT)
                    ' RC=' function trim(TIM-NUM2-TEXT)
                    ' DEST=' TJD-DEST
                 delimited by size into TIM-EVW-TEXT
             end-string
             perform FILE-EVENT
         end-if
     end-if
     .

*>---COLLECT-SESSIONS---------------------------------------------------*
 COLLECT-SESSIONS.
     open input RECON-FILE
     if TIM-RECON-STATUS not = '00'
         move 'TIMRECON' to TIM-MISSING-NAME
         move TIM-RECON-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move 'N' to TIM-EVW-ARCHIVE-SW
         move spaces to TRC-KEY
         move TIM-TRACE-FROM to TRC-RUNID
         start RECON-FILE key not < TRC-KEY
             invalid key
                 set TIM-SOURCE-AT-EOF to true
         end-start
         perform COLLECT-ONE-SESSION until TIM-SOURCE-AT-EOF
         close RECON-FILE
     end-if
     .

*>---COLLECT-ONE-SESSION------------------------------------------------*
 COLLECT-ONE-SESSION.
     read RECON-FILE next
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         if TRC-RUNID > TIM-TRACE-TO
             set TIM-SOURCE-AT-EOF to true
         else
             perform FILE-SESSION-EVENTS
         end-if
     end-if
     .

*>---FILE-SESSION-EVENTS------------------------------------------------*
*> Two events per session in TIM-RECON-RECORD - its open and its close,  *
*> the close carrying the page count, return code and abend flag.       *
*>-----------------------------------------------------------------------*
 FILE-SESSION-EVENTS.
     if TIM-EVW-FROM-ARCHIVE
         move 'ARCHIVE' to TIM-EVW-SOURCE
     else
         move 'TIMRECON' to TIM-EVW-SOURCE
     end-if
     move TRC-RUNID to TIM-EVW-RUNID
     move TRC-JOBID to TIM-EVW-JOBID
     move TRC-START-TIMESTAMP to TIM-EVW-TS
     move TRC-HANDLE-SEQNO to TIM-NUM-TEXT
     move spaces to TIM-EVW-TEXT
     string 'SESSION OPENED HANDLE=' function trim(TIM-NUM-TEXT)
            ' DEST=' TRC-DEST
         delimited by size into TIM-EVW-TEXT
     end-string
     perform FILE-EVENT
     move TRC-END-TIMESTAMP to TIM-EVW-TS
     move TRC-PAGE-COUNT to TIM-NUM-TEXT
     move TRC-FINAL-RET-CODE to TIM-NUM2-TEXT
     move spaces to TIM-EVW-TEXT
     if TRC-ABEND-FLAG = 'A'
         string 'SESSION CLOSED BY ABEND HANDLER PAGES='
                function trim(TIM-NUM-TEXT)
                ' RC=' function trim(TIM-NUM2-TEXT)
             delimited by size into TIM-EVW-TEXT
         end-string
     else
         string 'SESSION CLOSED PAGES=' function trim(TIM-NUM-TEXT)
                ' RC=' function trim(TIM-NUM2-TEXT)
             delimited by size into TIM-EVW-TEXT
         end-string
     end-if
     perform FILE-EVENT
     .

*>---COLLECT-ARCHIVED-SESSIONS------------------------------------------*
*> The sessions housekeeping has purged from TIMRECON, read back from    *
*> the archive generations the job stream concatenates.  Both inputs     *
*> are optional - the question may not reach back that far.             *
*>-----------------------------------------------------------------------*
 COLLECT-ARCHIVED-SESSIONS.
     set TIM-EVW-FROM-ARCHIVE to true
     open input ARCHIN-FILE
     if TIM-ARCHIN-STATUS = '00'
         move 'N' to TIM-SOURCE-EOF-SW
         perform COLLECT-ONE-ARCHIVED-SESSION until TIM-SOURCE-AT-EOF
         close ARCHIN-FILE
     end-if
     open input ARCH86-FILE
     if TIM-ARCH86-STATUS = '00'
         move 'N' to TIM-SOURCE-EOF-SW
         perform COLLECT-ONE-ARCH86-SESSION until TIM-SOURCE-AT-EOF
         close ARCH86-FILE
     end-if
     move 'N' to TIM-EVW-ARCHIVE-SW
     .

*>---COLLECT-ONE-ARCHIVED-SESSION---------------------------------------*
 COLLECT-ONE-ARCHIVED-SESSION.
     read ARCHIN-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move TIM-ARCHIN-RECORD to TIM-RECON-RECORD
         perform FILE-SESSION-EVENTS
     end-if
     .

*>---COLLECT-ONE-ARCH86-SESSION-----------------------------------------*
 COLLECT-ONE-ARCH86-SESSION.
     read ARCH86-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move spaces to TIM-RECON-RECORD
         move TIM-ARCH86-RECORD to TIM-RECON-RECORD (1:86)
         perform FILE-SESSION-EVENTS
     end-if
     .

*>---COLLECT-STATEMENTS-------------------------------------------------*
 COLLECT-STATEMENTS.
     open input SDTL-FILE
     if TIM-SDTL-STATUS not = '00'
         move 'TIMSDTL' to TIM-MISSING-NAME
         move TIM-SDTL-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move spaces to TIM-SDA-RUNID
         move spaces to TIM-SDA-JOBID
         move spaces to TSD-KEY
         move TIM-TRACE-FROM to TSD-RUNID
         move 0 to TSD-STMT-SEQNO
         start SDTL-FILE key not < TSD-KEY
             invalid key
                 set TIM-SOURCE-AT-EOF to true
         end-start
         perform COLLECT-ONE-STATEMENT until TIM-SOURCE-AT-EOF
         if TIM-SDA-RUNID not = spaces
             perform FILE-STATEMENT-EVENT
         end-if
         close SDTL-FILE
     end-if
     .

*>---COLLECT-ONE-STATEMENT----------------------------------------------*
 COLLECT-ONE-STATEMENT.
     read SDTL-FILE next
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         if TSD-RUNID > TIM-TRACE-TO
             set TIM-SOURCE-AT-EOF to true
         else
             if TSD-RUNID not = TIM-SDA-RUNID
              or TSD-JOBID not = TIM-SDA-JOBID
                 if TIM-SDA-RUNID not = spaces
                     perform FILE-STATEMENT-EVENT
                 end-if
                 move TSD-RUNID to TIM-SDA-RUNID
                 move TSD-JOBID to TIM-SDA-JOBID
                 move TSD-TIMESTAMP to TIM-SDA-TS
                 move TSD-STMT-SEQNO to TIM-SDA-FIRST-SEQ
                 move 0 to TIM-SDA-COUNT
                 move 0 to TIM-SDA-FAILED
             end-if
             add 1 to TIM-SDA-COUNT
             move TSD-STMT-SEQNO to TIM-SDA-LAST-SEQ
             if TSD-RET-CODE not = 0
                 add 1 to TIM-SDA-FAILED
             end-if
         end-if
     end-if
     .

*>---FILE-STATEMENT-EVENT-----------------------------------------------*
 FILE-STATEMENT-EVENT.
     move TIM-SDA-TS to TIM-EVW-TS
     move 'TIMSDTL' to TIM-EVW-SOURCE
     move TIM-SDA-RUNID to TIM-EVW-RUNID
     move TIM-SDA-JOBID to TIM-EVW-JOBID
     move TIM-SDA-COUNT to TIM-NUM-TEXT
     move TIM-SDA-FAILED to TIM-NUM2-TEXT
     move TIM-SDA-FIRST-SEQ to TIM-SEQ-TEXT
     move TIM-SDA-LAST-SEQ to TIM-SEQ2-TEXT
     move spaces to TIM-EVW-TEXT
     string 'STATEMENTS PRINTED=' function trim(TIM-NUM-TEXT)
            ' SEQNO ' function trim(TIM-SEQ-TEXT)
            '-' function trim(TIM-SEQ2-TEXT)
            ' FAILED PAGES=' function trim(TIM-NUM2-TEXT)
         delimited by size into TIM-EVW-TEXT
     end-string
     perform FILE-EVENT
     .

*>---COLLECT-REPRINT-LOG------------------------------------------------*
 COLLECT-REPRINT-LOG.
     open input REPRTLOG-FILE
     if TIM-REPRTLOG-STATUS not = '00'
         move 'REPRTLOG' to TIM-MISSING-NAME
         move TIM-REPRTLOG-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         perform COLLECT-ONE-REPRINT until TIM-SOURCE-AT-EOF
         close REPRTLOG-FILE
     end-if
     .

*>---COLLECT-ONE-REPRINT------------------------------------------------*
 COLLECT-ONE-REPRINT.
     read REPRTLOG-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move TIM-REPRTLOG-RECORD to TIM-OVERRIDE-RECORD
         move 'REPRTLOG' to TIM-EVW-SOURCE
         perform FILE-OVERRIDE-EVENT
     end-if
     .

*>---COLLECT-RELEASE-LOG------------------------------------------------*
 COLLECT-RELEASE-LOG.
     open input RELSLOG-FILE
     if TIM-RELSLOG-STATUS not = '00'
         move 'RELSLOG' to TIM-MISSING-NAME
         move TIM-RELSLOG-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         perform COLLECT-ONE-RELEASE until TIM-SOURCE-AT-EOF
         close RELSLOG-FILE
     end-if
     .

*>---COLLECT-ONE-RELEASE------------------------------------------------*
 COLLECT-ONE-RELEASE.
     read RELSLOG-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move TIM-RELSLOG-RECORD to TIM-OVERRIDE-RECORD
         move 'RELSLOG' to TIM-EVW-SOURCE
         perform FILE-OVERRIDE-EVENT
     end-if
     .

*>---FILE-OVERRIDE-EVENT------------------------------------------------*
*> One override-log line in TIM-OVERRIDE-RECORD - what was asked, how    *
*> it came out, who asked and why.                                       *
*>-----------------------------------------------------------------------*
 FILE-OVERRIDE-EVENT.
     move TOV-TIMESTAMP to TIM-EVW-TS
     move TOV-RUNID to TIM-EVW-RUNID
     move TOV-JOBID to TIM-EVW-JOBID
     move spaces to TIM-EVW-TEXT
     string TOV-ACTION ' ' TOV-RESULT ' BY ' TOV-OPERATOR
            ' - ' TOV-REASON
         delimited by size into TIM-EVW-TEXT
     end-string
     perform FILE-EVENT
     .

*>---COLLECT-ALERTS-----------------------------------------------------*
*> An alert names a job when the job id is its routine (job-request     *
*> mode raises alerts under the job id) or appears in its detail text.  *
*> Alerts carry no run id, so the alert's own date stands in for it     *
*> against the request range - run ids are the night's date.            *
*>-----------------------------------------------------------------------*
 COLLECT-ALERTS.
     open input ALERT-FILE
     if TIM-ALERT-STATUS not = '00'
         move 'ALERTS' to TIM-MISSING-NAME
         move TIM-ALERT-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         open input ALERTK-FILE
         if TIM-ALERTK-STATUS = '00'
             set TIM-ALERTK-AVAILABLE to true
         else
             move 'TIMALRTK' to TIM-MISSING-NAME
             move TIM-ALERTK-STATUS to TIM-MISSING-STATUS
             perform NOTE-SOURCE-MISSING
         end-if
         move 'N' to TIM-SOURCE-EOF-SW
         perform COLLECT-ONE-ALERT until TIM-SOURCE-AT-EOF
         close ALERT-FILE
         if TIM-ALERTK-AVAILABLE
             close ALERTK-FILE
         end-if
     end-if
     .

*>---COLLECT-ONE-ALERT--------------------------------------------------*
 COLLECT-ONE-ALERT.
     read ALERT-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move TAL-TIMESTAMP to TIM-EVW-TS
         move 'ALERTS' to TIM-EVW-SOURCE
         move TAL-TIMESTAMP (1:8) to TIM-EVW-RUNID
         move spaces to TIM-EVW-TEXT
         string TAL-MSGID ' ' TAL-DETAIL
             delimited by size into TIM-EVW-TEXT
         end-string
*> message id and detail fill bytes 1-49, so the alert's state (or
*> NOT LOADED) from byte 52 and who worked it from 61 stay clear of it
         if TIM-ALERTK-AVAILABLE
             move TAL-TIMESTAMP to TAK-TIMESTAMP
             move TAL-MSGID to TAK-MSGID
             read ALERTK-FILE
                 invalid key
                     move 'NOT LOADED' to TIM-EVW-TEXT (52:10)
                 not invalid key
                     move TAK-STATE to TIM-EVW-TEXT (52:8)
                     move TAK-OPERATOR to TIM-EVW-TEXT (61:8)
             end-read
         end-if
         move 0 to TIM-REQ-SUB
         perform FILE-ALERT-FOR-ONE-REQUEST
             until TIM-REQ-SUB >= TIM-REQ-COUNT
     end-if
     .

*>---FILE-ALERT-FOR-ONE-REQUEST-----------------------------------------*
 FILE-ALERT-FOR-ONE-REQUEST.
     add 1 to TIM-REQ-SUB
     if TIM-EVW-RUNID >= TIM-REQ-FROM (TIM-REQ-SUB)
      and TIM-EVW-RUNID <= TIM-REQ-TO (TIM-REQ-SUB)
         move 0 to TIM-ALERT-HITS
         if TAL-ROUTINE = TIM-REQ-JOBID (TIM-REQ-SUB)
             move 1 to TIM-ALERT-HITS
         else
             inspect TAL-DETAIL tallying TIM-ALERT-HITS
                 for all TIM-REQ-JOBID (TIM-REQ-SUB)
                             (1:TIM-REQ-JOB-LEN (TIM-REQ-SUB))
         end-if
         if TIM-ALERT-HITS > 0
             perform ADD-ONE-EVENT
         end-if
     end-if
     .

*>---COLLECT-DISPUTES---------------------------------------------------*
*> Each ledger entry gives its opening and, once timdsptm has moved it  *
*> on, its current status with who moved it and why.                    *
*>-----------------------------------------------------------------------*
 COLLECT-DISPUTES.
     open input DISPUTE-FILE
     if TIM-DISPUTE-STATUS not = '00'
         move 'TIMDSPT' to TIM-MISSING-NAME
         move TIM-DISPUTE-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move spaces to TDP-KEY
         move TIM-TRACE-FROM to TDP-BILL-DATE
         start DISPUTE-FILE key not < TDP-KEY
             invalid key
                 set TIM-SOURCE-AT-EOF to true
         end-start
         perform COLLECT-ONE-DISPUTE until TIM-SOURCE-AT-EOF
         close DISPUTE-FILE
     end-if
     .

*>---COLLECT-ONE-DISPUTE------------------------------------------------*
 COLLECT-ONE-DISPUTE.
     read DISPUTE-FILE next
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         if TDP-BILL-DATE > TIM-TRACE-TO
             set TIM-SOURCE-AT-EOF to true
         else
             move 'TIMDSPT' to TIM-EVW-SOURCE
             move TDP-BILL-DATE to TIM-EVW-RUNID
             move TDP-JOBID to TIM-EVW-JOBID
             move TDP-OPENED-TS to TIM-EVW-TS
             move TDP-OUR-PAGES to TIM-NUM-TEXT
             move TDP-BILLED-PAGES to TIM-NUM2-TEXT
             move spaces to TIM-EVW-TEXT
             string 'DISPUTE OPENED ' TDP-VARIANCE-TYPE
                    ' OURS=' function trim(TIM-NUM-TEXT)
                    ' THEIRS=' function trim(TIM-NUM2-TEXT)
                    ' ' TDP-REPEAT-FLAG
                 delimited by size into TIM-EVW-TEXT
             end-string
             perform FILE-EVENT
             if TDP-STATUS not = 'OPEN'
                 move TDP-STATUS-TS to TIM-EVW-TS
                 move spaces to TIM-EVW-TEXT
                 string 'DISPUTE NOW ' TDP-STATUS ' BY ' TDP-OPERATOR
                        ' - ' TDP-REASON
                     delimited by size into TIM-EVW-TEXT
                 end-string
                 perform FILE-EVENT
             end-if
         end-if
     end-if
     .

*>---ORDER-EVENTS-------------------------------------------------------*
*> Orders the event table by request, then timestamp, then arrival -    *
*> the same exchange sort timapp orders its dispatch table with.        *
*>-----------------------------------------------------------------------*
 ORDER-EVENTS.
     set TIM-EVT-IS-SWAPPED to true
     perform ORDER-ONE-PASS
         until TIM-EVT-NOT-SWAPPED or TIM-EVT-COUNT < 2
     .

*>---ORDER-ONE-PASS-----------------------------------------------------*
 ORDER-ONE-PASS.
     set TIM-EVT-NOT-SWAPPED to true
     move 1 to TIM-EVT-SUB
     perform ORDER-ONE-COMPARE until TIM-EVT-SUB >= TIM-EVT-COUNT
     .

*>---ORDER-ONE-COMPARE--------------------------------------------------*
 ORDER-ONE-COMPARE.
     if TIM-EVT-REQ (TIM-EVT-SUB) > TIM-EVT-REQ (TIM-EVT-SUB + 1)
      or (TIM-EVT-REQ (TIM-EVT-SUB) = TIM-EVT-REQ (TIM-EVT-SUB + 1)
          and TIM-EVT-TS (TIM-EVT-SUB) > TIM-EVT-TS (TIM-EVT-SUB + 1))
      or (TIM-EVT-REQ (TIM-EVT-SUB) = TIM-EVT-REQ (TIM-EVT-SUB + 1)
          and TIM-EVT-TS (TIM-EVT-SUB) = TIM-EVT-TS (TIM-EVT-SUB + 1)
          and TIM-EVT-SEQ (TIM-EVT-SUB) > TIM-EVT-SEQ (TIM-EVT-SUB + 1))
         move TIM-EVT-ENTRY (TIM-EVT-SUB) to TIM-EVT-SWAP-ENTRY
         move TIM-EVT-ENTRY (TIM-EVT-SUB + 1)
           to TIM-EVT-ENTRY (TIM-EVT-SUB)
         move TIM-EVT-SWAP-ENTRY to TIM-EVT-ENTRY (TIM-EVT-SUB + 1)
         set TIM-EVT-IS-SWAPPED to true
     end-if
     add 1 to TIM-EVT-SUB
     .

*>---WRITE-ONE-TRACE----------------------------------------------------*
*> One job's report: its heading, then its events in time order - the   *
*> ordered table holds each request's events together, so printing      *
*> walks TIM-EVT-SUB forward from wherever the last trace stopped.      *
*>-----------------------------------------------------------------------*
 WRITE-ONE-TRACE.
     add 1 to TIM-REQ-SUB
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string 'JOB ' TIM-REQ-JOBID (TIM-REQ-SUB)
            '   RUN IDS ' TIM-REQ-FROM (TIM-REQ-SUB)
            ' - ' TIM-REQ-TO (TIM-REQ-SUB)
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move 'DATE       TIME      SOURCE    RUN ID    EVENT'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:120)
     write TIM-REPORT-LINE
     if TIM-REQ-EVENTS (TIM-REQ-SUB) = 0
         move '  NO RECORD OF THIS JOB IN THE RANGE' to TIM-REPORT-LINE
         write TIM-REPORT-LINE
         move 1 to TIM-OVERALL-RC
     end-if
     perform WRITE-ONE-EVENT-LINE
         until TIM-EVT-SUB > TIM-EVT-COUNT
            or TIM-EVT-REQ (TIM-EVT-SUB) not = TIM-REQ-SUB
     .

*>---WRITE-ONE-EVENT-LINE-----------------------------------------------*
 WRITE-ONE-EVENT-LINE.
     move spaces to TIM-EVENT-LINE
     if TIM-EVT-TS (TIM-EVT-SUB) (1:8) is numeric
         string TIM-EVT-TS (TIM-EVT-SUB) (1:4) '-'
                TIM-EVT-TS (TIM-EVT-SUB) (5:2) '-'
                TIM-EVT-TS (TIM-EVT-SUB) (7:2)
             delimited by size into TIM-EVL-DATE
         end-string
         string TIM-EVT-TS (TIM-EVT-SUB) (9:2) ':'
                TIM-EVT-TS (TIM-EVT-SUB) (11:2) ':'
                TIM-EVT-TS (TIM-EVT-SUB) (13:2)
             delimited by size into TIM-EVL-TIME
         end-string
     else
         move '(NO TIME)' to TIM-EVL-DATE
     end-if
     move TIM-EVT-SOURCE (TIM-EVT-SUB) to TIM-EVL-SOURCE
     move TIM-EVT-RUNID (TIM-EVT-SUB) to TIM-EVL-RUNID
     move TIM-EVT-TEXT (TIM-EVT-SUB) to TIM-EVL-TEXT
     move TIM-EVENT-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     add 1 to TIM-EVT-SUB
     .
