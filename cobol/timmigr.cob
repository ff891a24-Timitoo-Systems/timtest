       >>SOURCE FORMAT IS FREE

identification division.
program-id. timmigr.

*>---------------------------------------------------------------*
*> Timitoo Systems cluster layout migration reload               *
*>                                                               *
*> Every indexed cluster's RECORDSIZE in jcl/AFPVSAM.jcl is kept *
*> in step with its copybook by hand, and until this program     *
*> existed the only way to move a cluster onto a changed layout  *
*> was to DELETE and re-DEFINE it - throwing away everything it  *
*> held.  That is why timarchr still has to read 86-byte         *
*> TIMRECON archive generations next to the 94-byte ones.        *
*> jcl/AFPMIGR.jcl now does it as a planned conversion instead:  *
*> IDCAMS REPROs the cluster to a flat unload in its old layout, *
*> re-DEFINEs it at the new RECORDSIZE, and this program reloads *
*> the unload into the new cluster.  MIGRPRM CLUSTER= names the  *
*> cluster - TIMRECON, TIMRSTRT, TIMHIST, TIMJDISP, TIMSDTL,     *
*> TIMDSPT, TIMALRTK, TIMPREFL, TIMPRES or TIMCFGH.  A record    *
*> already at the current length reloads as it stands; one at    *
*> the cluster's prior length is converted, every field the new  *
*> layout added taking the default stated in SET-CLUSTER-LAYOUT  *
*> and on the report; any other length is rejected.  The         *
*> reloaded cluster is then read back end to end, and the        *
*> control report sets the unload's record count and low and     *
*> high keys against the cluster's.  If the two do not tie - a   *
*> rejected record, a duplicate key, a short reload - return     *
*> code 1 stops the conversion job, and the unload stays on      *
*> catalog to reload from once the cause is fixed.  The next     *
*> layout change adds its prior length and defaults to           *
*> SET-CLUSTER-LAYOUT and APPLY-PRIOR-DEFAULTS; it is a          *
*> conversion weekend, not a data loss event.                    *
*>---------------------------------------------------------------*

environment division.

configuration section.

special-names.

input-output section.

file-control.
*>---------------------------------------------------------------*
*> The unload IDCAMS REPRO took of the cluster before it was     *
*> re-DEFINEd.  REPRO writes each record at its own length, so   *
*> the unload is variable - one input serves every cluster and   *
*> both layouts, and the length of each record says which layout *
*> it is in.                                                     *
*>---------------------------------------------------------------*
     select UNLOAD-FILE assign to "UNLOAD"
         organization is sequential
         file status is TIM-UNLOAD-STATUS.

*>---------------------------------------------------------------*
*> The clusters that can be reloaded, each under its own DD name *
*> and copybook.  Only the one MIGRPRM names is opened - output  *
*> to load it, then input to read it back.                       *
*>---------------------------------------------------------------*
     select RECON-FILE assign to "TIMRECON"
         organization is indexed
         access mode is dynamic
         record key is TRC-KEY
         file status is TIM-TARGET-STATUS.

     select RSTRT-FILE assign to "TIMRSTRT"
         organization is indexed
         access mode is dynamic
         record key is TRS-KEY
         file status is TIM-TARGET-STATUS.

     select HIST-FILE assign to "TIMHIST"
         organization is indexed
         access mode is dynamic
         record key is THS-KEY
         file status is TIM-TARGET-STATUS.

     select JDISP-FILE assign to "TIMJDISP"
         organization is indexed
         access mode is dynamic
         record key is TJD-KEY
         file status is TIM-TARGET-STATUS.

     select SDTL-FILE assign to "TIMSDTL"
         organization is indexed
         access mode is dynamic
         record key is TSD-KEY
         file status is TIM-TARGET-STATUS.

     select DSPT-FILE assign to "TIMDSPT"
         organization is indexed
         access mode is dynamic
         record key is TDP-KEY
         file status is TIM-TARGET-STATUS.

     select ALRTK-FILE assign to "TIMALRTK"
         organization is indexed
         access mode is dynamic
         record key is TAK-KEY
         file status is TIM-TARGET-STATUS.

     select PREFL-FILE assign to "TIMPREFL"
         organization is indexed
         access mode is dynamic
         record key is TPF-KEY
         file status is TIM-TARGET-STATUS.

     select PRES-FILE assign to "TIMPRES"
         organization is indexed
         access mode is dynamic
         record key is TPR-KEY
         file status is TIM-TARGET-STATUS.

     select CFGH-FILE assign to "TIMCFGH"
         organization is indexed
         access mode is dynamic
         record key is TCF-KEY
         file status is TIM-TARGET-STATUS.

*>---------------------------------------------------------------*
*> Run-control card - CLUSTER=name, the cluster being reloaded.  *
*>---------------------------------------------------------------*
     select PARM-FILE assign to "MIGRPRM"
         organization is line sequential
         file status is TIM-PARM-STATUS.

     select REPORT-FILE assign to "MIGRRPT"
         organization is line sequential.

data division.

file section.

fd  UNLOAD-FILE
    record varying in size from 1 to 256 characters
        depending on TIM-UNLOAD-LEN.
01  TIM-UNLOAD-RECORD          pic x(256).

fd  RECON-FILE.
copy "TIMRECON.cpy".

fd  RSTRT-FILE.
copy "TIMRSTRT.cpy".

fd  HIST-FILE.
copy "TIMHIST.cpy".

fd  JDISP-FILE.
copy "TIMJDSP.cpy".

fd  SDTL-FILE.
copy "TIMSDTL.cpy".

fd  DSPT-FILE.
copy "TIMDSPT.cpy".

fd  ALRTK-FILE.
copy "TIMALRK.cpy".

fd  PREFL-FILE.
copy "TIMPREF.cpy".

fd  PRES-FILE.
copy "TIMPRES.cpy".

fd  CFGH-FILE.
copy "TIMCFGH.cpy".

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).

fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

working-storage section.

01  TIM-UNLOAD-STATUS          pic x(2)    value '00'.
01  TIM-TARGET-STATUS          pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.

01  TIM-UNLOAD-EOF-SW          pic x(1)    value 'N'.
    88  TIM-UNLOAD-AT-EOF                  value 'Y'.
01  TIM-TARGET-EOF-SW          pic x(1)    value 'N'.
    88  TIM-TARGET-AT-EOF                  value 'Y'.
01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-WRITE-SW               pic x(1)    value 'N'.
    88  TIM-WRITE-REFUSED                  value 'Y'.
    88  TIM-WRITE-TAKEN                    value 'N'.

01  TIM-PARM-KEYWORD           pic x(16)  value spaces.
01  TIM-PARM-VALUE             pic x(16)  value spaces.
01  TIM-UNLOAD-LEN             pic 9(4)   comp-5  value 0.

*>---------------------------------------------------------------*
*> The cluster being reloaded, as SET-CLUSTER-LAYOUT describes   *
*> it: key length (every cluster's key leads its record),        *
*> current record length, and the prior record length a          *
*> conversion is taken from - zero where the cluster has had     *
*> only the one layout.  Up to three lines state what the prior  *
*> layout's records are given for the fields it lacked.          *
*>---------------------------------------------------------------*
01  TIM-CLUSTER-NAME           pic x(8)   value spaces.
01  TIM-KEY-LEN                pic 9(4)   comp-5  value 0.
01  TIM-CURRENT-LEN            pic 9(4)   comp-5  value 0.
01  TIM-PRIOR-LEN              pic 9(4)   comp-5  value 0.
01  TIM-DEFAULT-TEXT.
    05  TIM-DEFAULT-LINE OCCURS 3 TIMES
                               pic x(100).
01  TIM-DEFAULT-COUNT          pic s9(4)  comp-5  value 0.
01  TIM-DEFAULT-SUB            pic s9(4)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The record on its way into the cluster, in the current        *
*> layout, and the key it carries.                               *
*>---------------------------------------------------------------*
01  TIM-MIGR-RECORD            pic x(256) value spaces.
01  TIM-MIGR-KEY               pic x(34)  value spaces.
01  TIM-REJECT-REASON          pic x(40)  value spaces.

*>---------------------------------------------------------------*
*> Control totals - the unload's side (before) and the reloaded  *
*> cluster's (after), each with the lowest and highest key seen. *
*>---------------------------------------------------------------*
01  TIM-BEFORE-COUNT           pic s9(9)  comp-5  value 0.
01  TIM-BEFORE-LOW-KEY         pic x(34)  value spaces.
01  TIM-BEFORE-HIGH-KEY        pic x(34)  value spaces.
01  TIM-AFTER-COUNT            pic s9(9)  comp-5  value 0.
01  TIM-AFTER-LOW-KEY          pic x(34)  value spaces.
01  TIM-AFTER-HIGH-KEY         pic x(34)  value spaces.
01  TIM-RECORDS-COPIED         pic s9(9)  comp-5  value 0.
01  TIM-RECORDS-CONVERTED      pic s9(9)  comp-5  value 0.
01  TIM-RECORDS-REJECTED       pic s9(9)  comp-5  value 0.
78  TIM-REJECT-LIST-MAX        value 100.
01  TIM-TIE-SW                 pic x(1)   value 'Y'.
    88  TIM-TOTALS-TIE                    value 'Y'.
    88  TIM-TOTALS-DIFFER                 value 'N'.

01  TIM-CURRENT-TS             pic x(21)  value spaces.
01  TIM-NUM-TEXT               pic z(8)9.
01  TIM-LEN-TEXT               pic zzz9.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

procedure division.

 move function current-date to TIM-CURRENT-TS.
 perform READ-PARM-CARDS.
 perform SET-CLUSTER-LAYOUT.

 open input UNLOAD-FILE.
 if TIM-UNLOAD-STATUS not = '00'
     display '*** TIMMIGR: ERROR OPENING UNLOAD - FILE STATUS='
             TIM-UNLOAD-STATUS ' - NOTHING TO RELOAD INTO '
             TIM-CLUSTER-NAME ' ***' end-display
     move 1 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 perform OPEN-TARGET-OUTPUT.
 if TIM-TARGET-STATUS not = '00'
     display '*** TIMMIGR: ERROR OPENING ' TIM-CLUSTER-NAME
             ' FOR LOAD - FILE STATUS=' TIM-TARGET-STATUS ' ***'
             end-display
     display '*** THE CLUSTER MUST BE FRESHLY DEFINED AND EMPTY - '
             'RUN THE DEFINE STEP AHEAD OF THIS ONE ***' end-display
     move 1 to TIM-OVERALL-RC
     close UNLOAD-FILE
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 open output REPORT-FILE.
 perform WRITE-REPORT-HEADING.

 perform READ-ONE-UNLOAD-RECORD.
 perform RELOAD-ONE-RECORD until TIM-UNLOAD-AT-EOF.
 close UNLOAD-FILE.
 perform CLOSE-TARGET.

 perform COUNT-RELOADED-CLUSTER.
 perform COMPARE-CONTROL-TOTALS.
 perform WRITE-CONTROL-TOTALS.

 close REPORT-FILE.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-PARM-CARDS----------------------------------------------------*
*> CLUSTER=name is required - reloading into the wrong cluster is not a *
*> default worth having.                                                *
*>-----------------------------------------------------------------------*
 READ-PARM-CARDS.
     open input PARM-FILE
     if TIM-PARM-STATUS not = '00'
         display '*** TIMMIGR: ERROR OPENING MIGRPRM - FILE STATUS='
                 TIM-PARM-STATUS ' - NO CLUSTER NAMED ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     perform READ-ONE-PARM-CARD until TIM-PARM-AT-EOF
     close PARM-FILE
     if TIM-CLUSTER-NAME = spaces
         display '*** TIMMIGR: MIGRPRM NAMES NO CLUSTER= ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
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
                 when 'CLUSTER'
                     move TIM-PARM-VALUE (1:8) to TIM-CLUSTER-NAME
                 when other
                     display 'TIMMIGR: unrecognized MIGRPRM card ignored: '
                             TIM-PARM-CARD end-display
             end-evaluate
         end-if
     end-if
     .

*>---SET-CLUSTER-LAYOUT-------------------------------------------------*
*> Each cluster's key length and record length as its copybook and      *
*> jcl/AFPVSAM.jcl have them, and where its layout has changed, the     *
*> prior record length and the defaults the added fields take.  Every   *
*> change so far has added fields at the end of the record, so a        *
*> prior-layout record is the leading bytes of the current one.  A      *
*> layout change adds its prior length and defaults here and in         *
*> APPLY-PRIOR-DEFAULTS in the same change as the copybook.             *
*>-----------------------------------------------------------------------*
 SET-CLUSTER-LAYOUT.
     move spaces to TIM-DEFAULT-TEXT
     move 0 to TIM-DEFAULT-COUNT
     move 0 to TIM-PRIOR-LEN
     evaluate TIM-CLUSTER-NAME
         when 'TIMRECON'
             move 16 to TIM-KEY-LEN
             move 94 to TIM-CURRENT-LEN
             move 86 to TIM-PRIOR-LEN
             move 'TRC-DEST        BYTES  87-94   SPACES'
               to TIM-DEFAULT-LINE (1)
             move '- THE UNROUTED DEFAULT DESTINATION'
               to TIM-DEFAULT-LINE (1) (39:)
             move 1 to TIM-DEFAULT-COUNT
         when 'TIMRSTRT'
             move 16 to TIM-KEY-LEN
             move 55 to TIM-CURRENT-LEN
         when 'TIMHIST'
             move 16 to TIM-KEY-LEN
             move 55 to TIM-CURRENT-LEN
         when 'TIMJDISP'
             move 16 to TIM-KEY-LEN
             move 105 to TIM-CURRENT-LEN
             move 97 to TIM-PRIOR-LEN
             move 'TJD-PRED-JOBID  BYTES  98-105  SPACES'
               to TIM-DEFAULT-LINE (1)
             move '- NO PREDECESSOR' to TIM-DEFAULT-LINE (1) (39:)
             move 1 to TIM-DEFAULT-COUNT
         when 'TIMSDTL'
             move 23 to TIM-KEY-LEN
             move 57 to TIM-CURRENT-LEN
         when 'TIMDSPT'
             move 16 to TIM-KEY-LEN
             move 140 to TIM-CURRENT-LEN
         when 'TIMALRTK'
             move 34 to TIM-KEY-LEN
             move 159 to TIM-CURRENT-LEN
         when 'TIMPREFL'
             move 8 to TIM-KEY-LEN
             move 70 to TIM-CURRENT-LEN
             move 54 to TIM-PRIOR-LEN
             move 'TPF-LIB-LEVEL   BYTES  55-70   SPACES'
               to TIM-DEFAULT-LINE (1)
             move '- NO BUILD RECORDED, SO TIMPFCHK WILL NOT CLEAR IT'
               to TIM-DEFAULT-LINE (1) (39:)
             move 1 to TIM-DEFAULT-COUNT
         when 'TIMPRES'
             move 16 to TIM-KEY-LEN
             move 82 to TIM-CURRENT-LEN
             move 66 to TIM-PRIOR-LEN
             move 'TPR-LIB-LEVEL   BYTES  67-82   SPACES'
               to TIM-DEFAULT-LINE (1)
             move '- NO BUILD RECORDED' to TIM-DEFAULT-LINE (1) (39:)
             move 1 to TIM-DEFAULT-COUNT
         when 'TIMCFGH'
             move 20 to TIM-KEY-LEN
             move 94 to TIM-CURRENT-LEN
         when other
             display '*** TIMMIGR: CLUSTER=' TIM-CLUSTER-NAME
                     ' IS NOT ONE THIS PROGRAM RELOADS ***' end-display
             move 1 to TIM-OVERALL-RC
             move TIM-OVERALL-RC to return-code
             stop run
     end-evaluate
     .

*>---WRITE-REPORT-HEADING-----------------------------------------------*
 WRITE-REPORT-HEADING.
     move 'TIMMIGR - CLUSTER LAYOUT MIGRATION CONTROL REPORT'
       to TIM-REPORT-LINE
     move 'RUN' to TIM-REPORT-LINE (101:)
     move TIM-CURRENT-TS (1:8) to TIM-REPORT-LINE (105:8)
     move TIM-CURRENT-TS (9:6) to TIM-REPORT-LINE (114:6)
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string 'CLUSTER ' TIM-CLUSTER-NAME delimited by size
         into TIM-REPORT-LINE
     end-string
     move TIM-KEY-LEN to TIM-LEN-TEXT
     move 'KEY LENGTH' to TIM-REPORT-LINE (21:)
     move TIM-LEN-TEXT to TIM-REPORT-LINE (32:4)
     move TIM-CURRENT-LEN to TIM-LEN-TEXT
     move 'CURRENT RECORD LENGTH' to TIM-REPORT-LINE (40:)
     move TIM-LEN-TEXT to TIM-REPORT-LINE (62:4)
     if TIM-PRIOR-LEN > 0
         move TIM-PRIOR-LEN to TIM-LEN-TEXT
         move 'PRIOR RECORD LENGTH' to TIM-REPORT-LINE (70:)
         move TIM-LEN-TEXT to TIM-REPORT-LINE (90:4)
     end-if
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     if TIM-PRIOR-LEN = 0
         move 'NO PRIOR LAYOUT ON RECORD - ONLY CURRENT-LAYOUT'
           to TIM-REPORT-LINE
         move 'RECORDS RELOAD' to TIM-REPORT-LINE (49:)
         write TIM-REPORT-LINE
     else
         move 'PRIOR-LAYOUT RECORDS ARE CONVERTED WITH THESE DEFAULTS:'
           to TIM-REPORT-LINE
         write TIM-REPORT-LINE
         move 0 to TIM-DEFAULT-SUB
         perform WRITE-ONE-DEFAULT-LINE
             until TIM-DEFAULT-SUB >= TIM-DEFAULT-COUNT
     end-if
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---WRITE-ONE-DEFAULT-LINE---------------------------------------------*
 WRITE-ONE-DEFAULT-LINE.
     add 1 to TIM-DEFAULT-SUB
     move spaces to TIM-REPORT-LINE
     move TIM-DEFAULT-LINE (TIM-DEFAULT-SUB) to TIM-REPORT-LINE (5:)
     write TIM-REPORT-LINE
     .

*>---READ-ONE-UNLOAD-RECORD---------------------------------------------*
*> Each record the unload holds counts toward the before totals,        *
*> whatever becomes of it.                                              *
*>-----------------------------------------------------------------------*
 READ-ONE-UNLOAD-RECORD.
     read UNLOAD-FILE
         at end
             set TIM-UNLOAD-AT-EOF to true
     end-read
     if not TIM-UNLOAD-AT-EOF
         add 1 to TIM-BEFORE-COUNT
         move spaces to TIM-MIGR-KEY
         if TIM-UNLOAD-LEN < TIM-KEY-LEN
             move TIM-UNLOAD-RECORD (1:TIM-UNLOAD-LEN) to TIM-MIGR-KEY
         else
             move TIM-UNLOAD-RECORD (1:TIM-KEY-LEN) to TIM-MIGR-KEY
         end-if
         if TIM-BEFORE-COUNT = 1
             move TIM-MIGR-KEY to TIM-BEFORE-LOW-KEY
             move TIM-MIGR-KEY to TIM-BEFORE-HIGH-KEY
         end-if
         if TIM-MIGR-KEY < TIM-BEFORE-LOW-KEY
             move TIM-MIGR-KEY to TIM-BEFORE-LOW-KEY
         end-if
         if TIM-MIGR-KEY > TIM-BEFORE-HIGH-KEY
             move TIM-MIGR-KEY to TIM-BEFORE-HIGH-KEY
         end-if
     end-if
     .

*>---RELOAD-ONE-RECORD--------------------------------------------------*
*> A record at the current length goes in as it stands; one at the      *
*> prior length is padded out and given its defaults; any other length  *
*> is not a layout this cluster has had and is rejected.  A key already *
*> loaded is rejected too - REPRO took the unload from a keyed cluster, *
*> so a duplicate means the unload is not what it should be.            *
*>-----------------------------------------------------------------------*
 RELOAD-ONE-RECORD.
     move spaces to TIM-MIGR-RECORD
     evaluate true
         when TIM-UNLOAD-LEN = TIM-CURRENT-LEN
             move TIM-UNLOAD-RECORD (1:TIM-UNLOAD-LEN) to TIM-MIGR-RECORD
             perform WRITE-TARGET-RECORD
             if TIM-WRITE-TAKEN
                 add 1 to TIM-RECORDS-COPIED
             end-if
         when TIM-PRIOR-LEN > 0 and TIM-UNLOAD-LEN = TIM-PRIOR-LEN
             move TIM-UNLOAD-RECORD (1:TIM-UNLOAD-LEN) to TIM-MIGR-RECORD
             perform WRITE-TARGET-RECORD
             if TIM-WRITE-TAKEN
                 add 1 to TIM-RECORDS-CONVERTED
             end-if
         when other
             move TIM-UNLOAD-LEN to TIM-LEN-TEXT
             move spaces to TIM-REJECT-REASON
             string 'LENGTH ' TIM-LEN-TEXT ' IS NOT A '
                    TIM-CLUSTER-NAME ' LAYOUT' delimited by size
                 into TIM-REJECT-REASON
             end-string
             perform REJECT-ONE-RECORD
     end-evaluate
     perform READ-ONE-UNLOAD-RECORD
     .

*>---WRITE-TARGET-RECORD------------------------------------------------*
*> Moves the record into the cluster's own layout, gives a prior-layout *
*> record its defaults, and writes it.                                  *
*>-----------------------------------------------------------------------*
 WRITE-TARGET-RECORD.
     set TIM-WRITE-TAKEN to true
     evaluate TIM-CLUSTER-NAME
         when 'TIMRECON'
             move TIM-MIGR-RECORD (1:TIM-CURRENT-LEN) to TIM-RECON-RECORD
             perform APPLY-PRIOR-DEFAULTS
             write TIM-RECON-RECORD
                 invalid key
                     set TIM-WRITE-REFUSED to true
             end-write
         when 'TIMRSTRT'
             move TIM-MIGR-RECORD (1:TIM-CURRENT-LEN)
               to TIM-RESTART-RECORD
             write TIM-RESTART-RECORD
                 invalid key
                     set TIM-WRITE-REFUSED to true
             end-write
         when 'TIMHIST'
             move TIM-MIGR-RECORD (1:TIM-CURRENT-LEN) to TIM-HIST-RECORD
             write TIM-HIST-RECORD
                 invalid key
                     set TIM-WRITE-REFUSED to true
             end-write
         when 'TIMJDISP'
             move TIM-MIGR-RECORD (1:TIM-CURRENT-LEN)
               to TIM-JOBDISP-RECORD
             perform APPLY-PRIOR-DEFAULTS
             write TIM-JOBDISP-RECORD
                 invalid key
                     set TIM-WRITE-REFUSED to true
             end-write
         when 'TIMSDTL'
             move TIM-MIGR-RECORD (1:TIM-CURRENT-LEN)
               to TIM-SDETAIL-RECORD
             write TIM-SDETAIL-RECORD
                 invalid key
                     set TIM-WRITE-REFUSED to true
             end-write
         when 'TIMDSPT'
             move TIM-MIGR-RECORD (1:TIM-CURRENT-LEN)
               to TIM-DISPUTE-RECORD
             write TIM-DISPUTE-RECORD
                 invalid key
                     set TIM-WRITE-REFUSED to true
             end-write
         when 'TIMALRTK'
             move TIM-MIGR-RECORD (1:TIM-CURRENT-LEN) to TIM-ALERTK-RECORD
             write TIM-ALERTK-RECORD
                 invalid key
                     set TIM-WRITE-REFUSED to true
             end-write
         when 'TIMPREFL'
             move TIM-MIGR-RECORD (1:TIM-CURRENT-LEN)
               to TIM-PREFLIGHT-RECORD
             perform APPLY-PRIOR-DEFAULTS
             write TIM-PREFLIGHT-RECORD
                 invalid key
                     set TIM-WRITE-REFUSED to true
             end-write
         when 'TIMPRES'
             move TIM-MIGR-RECORD (1:TIM-CURRENT-LEN)
               to TIM-PARTRES-RECORD
             perform APPLY-PRIOR-DEFAULTS
             write TIM-PARTRES-RECORD
                 invalid key
                     set TIM-WRITE-REFUSED to true
             end-write
         when 'TIMCFGH'
             move TIM-MIGR-RECORD (1:TIM-CURRENT-LEN) to TIM-CONFIG-RECORD
             write TIM-CONFIG-RECORD
                 invalid key
                     set TIM-WRITE-REFUSED to true
             end-write
     end-evaluate
     if TIM-WRITE-REFUSED
         move spaces to TIM-REJECT-REASON
         if TIM-TARGET-STATUS = '22'
             move 'DUPLICATE KEY' to TIM-REJECT-REASON
         else
             string 'WRITE REFUSED - FILE STATUS=' TIM-TARGET-STATUS
                 delimited by size into TIM-REJECT-REASON
             end-string
         end-if
         perform REJECT-ONE-RECORD
     end-if
     .

*>---APPLY-PRIOR-DEFAULTS-----------------------------------------------*
*> The stated default for every field the current layout added, given   *
*> only to a record that arrived in the prior layout.  These must agree *
*> with the lines SET-CLUSTER-LAYOUT puts on the report.                *
*>-----------------------------------------------------------------------*
 APPLY-PRIOR-DEFAULTS.
     if TIM-UNLOAD-LEN = TIM-PRIOR-LEN
         evaluate TIM-CLUSTER-NAME
             when 'TIMRECON'
                 move spaces to TRC-DEST
             when 'TIMJDISP'
                 move spaces to TJD-PRED-JOBID
             when 'TIMPREFL'
                 move spaces to TPF-LIB-LEVEL
             when 'TIMPRES'
                 move spaces to TPR-LIB-LEVEL
         end-evaluate
     end-if
     .

*>---REJECT-ONE-RECORD--------------------------------------------------*
*> A record that did not reload.  The first hundred are listed by key;  *
*> all of them are counted, and any one of them keeps the totals from   *
*> tying.                                                               *
*>-----------------------------------------------------------------------*
 REJECT-ONE-RECORD.
     add 1 to TIM-RECORDS-REJECTED
     if TIM-RECORDS-REJECTED = 1
         move 'REJECTED  KEY                                 REASON'
           to TIM-REPORT-LINE
         write TIM-REPORT-LINE
         move all '-' to TIM-REPORT-LINE (1:87)
         write TIM-REPORT-LINE
     end-if
     if TIM-RECORDS-REJECTED <= TIM-REJECT-LIST-MAX
         move spaces to TIM-REPORT-LINE
         move TIM-MIGR-KEY to TIM-REPORT-LINE (11:34)
         move TIM-REJECT-REASON to TIM-REPORT-LINE (47:40)
         write TIM-REPORT-LINE
     end-if
     if TIM-RECORDS-REJECTED = TIM-REJECT-LIST-MAX + 1
         move spaces to TIM-REPORT-LINE
         move '(FURTHER REJECTED RECORDS COUNTED BUT NOT LISTED)'
           to TIM-REPORT-LINE (11:)
         write TIM-REPORT-LINE
     end-if
     .

*>---COUNT-RELOADED-CLUSTER---------------------------------------------*
*> Reads the reloaded cluster back from its first key to its last - the *
*> after totals are what the cluster holds, not what this program       *
*> believes it wrote.  A read that fails outright ends the read-back    *
*> and the run's return code says the reload was not verified.          *
*>-----------------------------------------------------------------------*
 COUNT-RELOADED-CLUSTER.
     perform OPEN-TARGET-INPUT
     if TIM-TARGET-STATUS not = '00'
         display '*** TIMMIGR: ERROR REOPENING ' TIM-CLUSTER-NAME
                 ' - FILE STATUS=' TIM-TARGET-STATUS
                 ' - RELOAD CANNOT BE VERIFIED ***' end-display
         move 1 to TIM-OVERALL-RC
     else
         perform READ-ONE-TARGET-RECORD until TIM-TARGET-AT-EOF
         perform CLOSE-TARGET
     end-if
     .

*>---READ-ONE-TARGET-RECORD---------------------------------------------*
 READ-ONE-TARGET-RECORD.
     move spaces to TIM-MIGR-RECORD
     evaluate TIM-CLUSTER-NAME
         when 'TIMRECON'
             read RECON-FILE next
                 at end
                     set TIM-TARGET-AT-EOF to true
             end-read
             move TIM-RECON-RECORD to TIM-MIGR-RECORD
         when 'TIMRSTRT'
             read RSTRT-FILE next
                 at end
                     set TIM-TARGET-AT-EOF to true
             end-read
             move TIM-RESTART-RECORD to TIM-MIGR-RECORD
         when 'TIMHIST'
             read HIST-FILE next
                 at end
                     set TIM-TARGET-AT-EOF to true
             end-read
             move TIM-HIST-RECORD to TIM-MIGR-RECORD
         when 'TIMJDISP'
             read JDISP-FILE next
                 at end
                     set TIM-TARGET-AT-EOF to true
             end-read
             move TIM-JOBDISP-RECORD to TIM-MIGR-RECORD
         when 'TIMSDTL'
             read SDTL-FILE next
                 at end
                     set TIM-TARGET-AT-EOF to true
             end-read
             move TIM-SDETAIL-RECORD to TIM-MIGR-RECORD
         when 'TIMDSPT'
             read DSPT-FILE next
                 at end
                     set TIM-TARGET-AT-EOF to true
             end-read
             move TIM-DISPUTE-RECORD to TIM-MIGR-RECORD
         when 'TIMALRTK'
             read ALRTK-FILE next
                 at end
                     set TIM-TARGET-AT-EOF to true
             end-read
             move TIM-ALERTK-RECORD to TIM-MIGR-RECORD
         when 'TIMPREFL'
             read PREFL-FILE next
                 at end
                     set TIM-TARGET-AT-EOF to true
             end-read
             move TIM-PREFLIGHT-RECORD to TIM-MIGR-RECORD
         when 'TIMPRES'
             read PRES-FILE next
                 at end
                     set TIM-TARGET-AT-EOF to true
             end-read
             move TIM-PARTRES-RECORD to TIM-MIGR-RECORD
         when 'TIMCFGH'
             read CFGH-FILE next
                 at end
                     set TIM-TARGET-AT-EOF to true
             end-read
             move TIM-CONFIG-RECORD to TIM-MIGR-RECORD
     end-evaluate
     if TIM-TARGET-STATUS not = '00' and TIM-TARGET-STATUS not = '10'
         display '*** TIMMIGR: ERROR READING BACK ' TIM-CLUSTER-NAME
                 ' - FILE STATUS=' TIM-TARGET-STATUS
                 ' - RELOAD CANNOT BE VERIFIED ***' end-display
         move 1 to TIM-OVERALL-RC
         set TIM-TARGET-AT-EOF to true
     end-if
     if not TIM-TARGET-AT-EOF
         add 1 to TIM-AFTER-COUNT
         move spaces to TIM-MIGR-KEY
         move TIM-MIGR-RECORD (1:TIM-KEY-LEN) to TIM-MIGR-KEY
         if TIM-AFTER-COUNT = 1
             move TIM-MIGR-KEY to TIM-AFTER-LOW-KEY
             move TIM-MIGR-KEY to TIM-AFTER-HIGH-KEY
         end-if
         if TIM-MIGR-KEY < TIM-AFTER-LOW-KEY
             move TIM-MIGR-KEY to TIM-AFTER-LOW-KEY
         end-if
         if TIM-MIGR-KEY > TIM-AFTER-HIGH-KEY
             move TIM-MIGR-KEY to TIM-AFTER-HIGH-KEY
         end-if
     end-if
     .

*>---OPEN-TARGET-OUTPUT-------------------------------------------------*
 OPEN-TARGET-OUTPUT.
     evaluate TIM-CLUSTER-NAME
         when 'TIMRECON'
             open output RECON-FILE
         when 'TIMRSTRT'
             open output RSTRT-FILE
         when 'TIMHIST'
             open output HIST-FILE
         when 'TIMJDISP'
             open output JDISP-FILE
         when 'TIMSDTL'
             open output SDTL-FILE
         when 'TIMDSPT'
             open output DSPT-FILE
         when 'TIMALRTK'
             open output ALRTK-FILE
         when 'TIMPREFL'
             open output PREFL-FILE
         when 'TIMPRES'
             open output PRES-FILE
         when 'TIMCFGH'
             open output CFGH-FILE
     end-evaluate
     .

*>---OPEN-TARGET-INPUT--------------------------------------------------*
 OPEN-TARGET-INPUT.
     evaluate TIM-CLUSTER-NAME
         when 'TIMRECON'
             open input RECON-FILE
         when 'TIMRSTRT'
             open input RSTRT-FILE
         when 'TIMHIST'
             open input HIST-FILE
         when 'TIMJDISP'
             open input JDISP-FILE
         when 'TIMSDTL'
             open input SDTL-FILE
         when 'TIMDSPT'
             open input DSPT-FILE
         when 'TIMALRTK'
             open input ALRTK-FILE
         when 'TIMPREFL'
             open input PREFL-FILE
         when 'TIMPRES'
             open input PRES-FILE
         when 'TIMCFGH'
             open input CFGH-FILE
     end-evaluate
     .

*>---CLOSE-TARGET-------------------------------------------------------*
 CLOSE-TARGET.
     evaluate TIM-CLUSTER-NAME
         when 'TIMRECON'
             close RECON-FILE
         when 'TIMRSTRT'
             close RSTRT-FILE
         when 'TIMHIST'
             close HIST-FILE
         when 'TIMJDISP'
             close JDISP-FILE
         when 'TIMSDTL'
             close SDTL-FILE
         when 'TIMDSPT'
             close DSPT-FILE
         when 'TIMALRTK'
             close ALRTK-FILE
         when 'TIMPREFL'
             close PREFL-FILE
         when 'TIMPRES'
             close PRES-FILE
         when 'TIMCFGH'
             close CFGH-FILE
     end-evaluate
     .

*>---COMPARE-CONTROL-TOTALS---------------------------------------------*
*> The reload ties when the cluster holds exactly as many records as    *
*> the unload did, from the same low key to the same high key.          *
*> Anything else fails the step.                                        *
*>-----------------------------------------------------------------------*
 COMPARE-CONTROL-TOTALS.
     if TIM-AFTER-COUNT not = TIM-BEFORE-COUNT
      or TIM-AFTER-LOW-KEY not = TIM-BEFORE-LOW-KEY
      or TIM-AFTER-HIGH-KEY not = TIM-BEFORE-HIGH-KEY
      or TIM-RECORDS-REJECTED > 0
         set TIM-TOTALS-DIFFER to true
         move 1 to TIM-OVERALL-RC
     end-if
     .

*>---WRITE-CONTROL-TOTALS-----------------------------------------------*
 WRITE-CONTROL-TOTALS.
     if TIM-RECORDS-REJECTED > 0
         move spaces to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     move 'CONTROL TOTALS           RECORDS   LOW KEY' to TIM-REPORT-LINE
     move 'HIGH KEY' to TIM-REPORT-LINE (73:)
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:106)
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     move 'BEFORE  (UNLOAD)' to TIM-REPORT-LINE
     move TIM-BEFORE-COUNT to TIM-NUM-TEXT
     move TIM-NUM-TEXT to TIM-REPORT-LINE (24:9)
     move TIM-BEFORE-LOW-KEY to TIM-REPORT-LINE (37:34)
     move TIM-BEFORE-HIGH-KEY to TIM-REPORT-LINE (73:34)
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string 'AFTER   (' delimited by size
            TIM-CLUSTER-NAME delimited by space
            ')' delimited by size
         into TIM-REPORT-LINE
     end-string
     move TIM-AFTER-COUNT to TIM-NUM-TEXT
     move TIM-NUM-TEXT to TIM-REPORT-LINE (24:9)
     move TIM-AFTER-LOW-KEY to TIM-REPORT-LINE (37:34)
     move TIM-AFTER-HIGH-KEY to TIM-REPORT-LINE (73:34)
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move TIM-RECORDS-COPIED to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'CURRENT-LAYOUT RECORDS RELOADED AS THEY STOOD :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-RECORDS-CONVERTED to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'PRIOR-LAYOUT RECORDS CONVERTED AND RELOADED   :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-RECORDS-REJECTED to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'RECORDS REJECTED                              :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     if TIM-TOTALS-TIE
         move 'BEFORE AND AFTER TIE - RELOAD COMPLETE' to TIM-REPORT-LINE
         write TIM-REPORT-LINE
         display 'TIMMIGR: ' TIM-CLUSTER-NAME ' RELOADED - '
                 TIM-AFTER-COUNT ' RECORDS, BEFORE AND AFTER TIE'
                 end-display
     else
         move '*** BEFORE AND AFTER DO NOT TIE - RELOAD FAILED ***'
           to TIM-REPORT-LINE
         write TIM-REPORT-LINE
         move '*** THE UNLOAD IS STILL ON CATALOG - FIX THE CAUSE, THEN'
           to TIM-REPORT-LINE
         move 'RESTART AT THE DEFINE STEP ***' to TIM-REPORT-LINE (58:)
         write TIM-REPORT-LINE
         display '*** TIMMIGR: ' TIM-CLUSTER-NAME ' BEFORE '
                 TIM-BEFORE-COUNT ' RECORDS, AFTER ' TIM-AFTER-COUNT
                 ', REJECTED ' TIM-RECORDS-REJECTED
                 ' - DOES NOT TIE ***' end-display
     end-if
     .
