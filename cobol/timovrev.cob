       >>SOURCE FORMAT IS FREE

identification division.
program-id. timovrev.

*>---------------------------------------------------------------*
*> Timitoo Systems monthly override and intervention review      *
*>                                                               *
*> Every command-card tool logs what it did in the TIMOVRD       *
*> layout - MAINTLOG (timmaint), RELSLOG (timjrels), REPRTLOG    *
*> (timreprq), DSPTLOG (timdsptm), ALRTLOG (timalrtm) and        *
*> CERTLOG (timcert) - and until now nobody read those logs      *
*> unless something had already gone wrong.  This reads all six  *
*> for one calendar month and prints the review the audit        *
*> sign-off asks for:                                            *
*>                                                               *
*> 1. interventions summarized by operator and action, with the  *
*> refused and out-of-hours counts beside each;                  *
*> 2. every intervention made outside normal shift hours;        *
*> 3. items the same operator both raised and resolved - a       *
*> dispute filed and then credited or closed by the one          *
*> operator;                                                     *
*> 4. checkpoints CLEARed and then COMPLETEd again for the same  *
*> (run id, job id), whoever did it;                             *
*> 5. every refused action, with the reason the tool gave.       *
*>                                                               *
*> The OVRVPRM cards name the month (MONTH=yyyymm, default the   *
*> month before this one) and the shift (SHIFTSTART=hhmm,        *
*> SHIFTEND=hhmm, default 0700 and 1900; a start later than the  *
*> end is a shift across midnight).  The logs are read from      *
*> their first line: a dispute or a clear raised in an earlier   *
*> month still pairs with its resolution in this one.  Every log *
*> is optional - one that will not open is named on the report   *
*> and the review goes on without it.                            *
*>---------------------------------------------------------------*

environment division.

configuration section.

special-names.

input-output section.

file-control.
     select PARM-FILE assign to "OVRVPRM"
         organization is line sequential
         file status is TIM-PARM-STATUS.

     select REPORT-FILE assign to "OVRVRPT"
         organization is line sequential.

*> the six override logs share the TIMOVRD layout; each is read
*> into the one working-storage copy of it
     select MAINTLOG-FILE assign to "MAINTLOG"
         organization is line sequential
         file status is TIM-MAINTLOG-STATUS.

     select RELSLOG-FILE assign to "RELSLOG"
         organization is line sequential
         file status is TIM-RELSLOG-STATUS.

     select REPRTLOG-FILE assign to "REPRTLOG"
         organization is line sequential
         file status is TIM-REPRTLOG-STATUS.

     select DSPTLOG-FILE assign to "DSPTLOG"
         organization is line sequential
         file status is TIM-DSPTLOG-STATUS.

     select ALRTLOG-FILE assign to "ALRTLOG"
         organization is line sequential
         file status is TIM-ALRTLOG-STATUS.

     select CERTLOG-FILE assign to "CERTLOG"
         organization is line sequential
         file status is TIM-CERTLOG-STATUS.

data division.

file section.

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).

fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

fd  MAINTLOG-FILE.
01  TIM-MAINTLOG-RECORD        pic x(111).

fd  RELSLOG-FILE.
01  TIM-RELSLOG-RECORD         pic x(111).

fd  REPRTLOG-FILE.
01  TIM-REPRTLOG-RECORD        pic x(111).

fd  DSPTLOG-FILE.
01  TIM-DSPTLOG-RECORD         pic x(111).

fd  ALRTLOG-FILE.
01  TIM-ALRTLOG-RECORD         pic x(111).

fd  CERTLOG-FILE.
01  TIM-CERTLOG-RECORD         pic x(111).

working-storage section.

copy "TIMOVRD.cpy".

01  TIM-PARM-STATUS            pic x(2)    value '00'.
01  TIM-MAINTLOG-STATUS        pic x(2)    value '00'.
01  TIM-RELSLOG-STATUS         pic x(2)    value '00'.
01  TIM-REPRTLOG-STATUS        pic x(2)    value '00'.
01  TIM-DSPTLOG-STATUS         pic x(2)    value '00'.
01  TIM-ALRTLOG-STATUS         pic x(2)    value '00'.
01  TIM-CERTLOG-STATUS         pic x(2)    value '00'.

01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-PARM-OPEN-SW           pic x(1)    value 'N'.
    88  TIM-PARM-IS-OPEN                   value 'Y'.
01  TIM-SOURCE-EOF-SW          pic x(1)    value 'N'.
    88  TIM-SOURCE-AT-EOF                  value 'Y'.

01  TIM-PARM-KEYWORD           pic x(16)  value spaces.
01  TIM-PARM-VALUE             pic x(16)  value spaces.

*>---------------------------------------------------------------*
*> The month under review and the shift hours.  TIM-REVIEW-MONTH *
*> is compared with the first six bytes of every log timestamp;  *
*> the shift is compared with bytes 9-12 (hhmm).                 *
*>---------------------------------------------------------------*
01  TIM-CURRENT-TS             pic x(21)  value spaces.
01  TIM-CURRENT-TS-N redefines TIM-CURRENT-TS.
    05  TIM-CURRENT-YYYY       pic 9(4).
    05  TIM-CURRENT-MM         pic 9(2).
    05  filler                 pic x(15).
01  TIM-REVIEW-MONTH           pic x(6)   value spaces.
01  TIM-REVIEW-MONTH-N redefines TIM-REVIEW-MONTH.
    05  TIM-REVIEW-YYYY        pic 9(4).
    05  TIM-REVIEW-MM          pic 9(2).
01  TIM-SHIFT-START            pic x(4)   value '0700'.
01  TIM-SHIFT-END              pic x(4)   value '1900'.
01  TIM-LINE-HHMM              pic x(4)   value spaces.

*>---------------------------------------------------------------*
*> The line being reviewed - which log it came from, and what    *
*> the review made of it.                                        *
*>---------------------------------------------------------------*
01  TIM-OVW-SOURCE             pic x(8)   value spaces.
01  TIM-OVW-IN-MONTH-SW        pic x(1)   value 'N'.
    88  TIM-OVW-IN-MONTH                   value 'Y'.
01  TIM-OVW-OUT-SHIFT-SW       pic x(1)   value 'N'.
    88  TIM-OVW-OUT-OF-SHIFT               value 'Y'.
01  TIM-OVW-REFUSED-SW         pic x(1)   value 'N'.
    88  TIM-OVW-IS-REFUSED                 value 'Y'.
01  TIM-OVW-SELF-SW            pic x(1)   value 'N'.
    88  TIM-OVW-SELF-RESOLVED              value 'Y'.
01  TIM-OVW-RECLEAR-SW         pic x(1)   value 'N'.
    88  TIM-OVW-CLEAR-COMPLETED            value 'Y'.
01  TIM-OVW-PAIR-OPERATOR      pic x(8)   value spaces.
01  TIM-OVW-PAIR-TS            pic x(26)  value spaces.
01  TIM-OVW-KIND               pic x(1)   value spaces.

*>---------------------------------------------------------------*
*> The raise table - every dispute filed (DSPTLOG DISPUTED) and  *
*> every checkpoint cleared (MAINTLOG CLEARED) up to the end of  *
*> the month, keyed by kind and the line's (run id, job id),     *
*> holding who raised it and when.  A later credit, close or     *
*> complete looks its item up here.  Kind D is a dispute, kind C *
*> a clear.                                                      *
*>---------------------------------------------------------------*
78  TIM-RAISE-TABLE-SIZE       value 5000.
01  TIM-RAISE-TABLE.
    05  TIM-RSE-ENTRY OCCURS 5000 TIMES
                      INDEXED BY TIM-RSE-IDX.
        10  TIM-RSE-KIND       pic x(1).
        10  TIM-RSE-RUNID      pic x(8).
        10  TIM-RSE-JOBID      pic x(8).
        10  TIM-RSE-OPERATOR   pic x(8).
        10  TIM-RSE-TS         pic x(26).
01  TIM-RAISE-COUNT            pic s9(9)  comp-5  value 0.
01  TIM-RAISE-FOUND            pic s9(9)  comp-5  value 0.
01  TIM-RAISE-DROPPED          pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The summary table - one entry per (operator, action) seen in  *
*> the month, with its count, how many were refused and how many *
*> fell outside the shift.  Ordered by operator then action for  *
*> printing.                                                     *
*>---------------------------------------------------------------*
78  TIM-SUM-TABLE-SIZE         value 500.
01  TIM-SUM-TABLE.
    05  TIM-SUM-ENTRY OCCURS 500 TIMES
                      INDEXED BY TIM-SUM-IDX.
        10  TIM-SUM-OPERATOR   pic x(8).
        10  TIM-SUM-ACTION     pic x(8).
        10  TIM-SUM-TOTAL      pic s9(9) comp-5.
        10  TIM-SUM-REFUSED    pic s9(9) comp-5.
        10  TIM-SUM-OFFSHIFT   pic s9(9) comp-5.
01  TIM-SUM-SWAP-ENTRY.
    05  filler                 pic x(8).
    05  filler                 pic x(8).
    05  filler                 pic s9(9) comp-5.
    05  filler                 pic s9(9) comp-5.
    05  filler                 pic s9(9) comp-5.
01  TIM-SUM-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-SUM-SUB                pic s9(4)  comp-5  value 0.
01  TIM-SUM-FOUND              pic s9(4)  comp-5  value 0.
01  TIM-SUM-DROPPED            pic s9(9)  comp-5  value 0.
01  TIM-SUM-SWAP-SW            pic x(1)   value 'N'.
    88  TIM-SUM-IS-SWAPPED                 value 'Y'.
    88  TIM-SUM-NOT-SWAPPED                value 'N'.

*>---------------------------------------------------------------*
*> The exception table - every month line that belongs in one of *
*> the four listings (out of shift, raised and resolved by one   *
*> operator, cleared then completed, refused), with a flag per   *
*> listing.  Ordered by timestamp for printing; the arrival      *
*> sequence breaks ties.                                         *
*>---------------------------------------------------------------*
78  TIM-EVT-TABLE-SIZE         value 3000.
01  TIM-EVT-TABLE.
    05  TIM-EVT-ENTRY OCCURS 3000 TIMES.
        10  TIM-EVT-TS         pic x(26).
        10  TIM-EVT-SEQ        pic s9(9) comp-5.
        10  TIM-EVT-SOURCE     pic x(8).
        10  TIM-EVT-ACTION     pic x(8).
        10  TIM-EVT-RUNID      pic x(8).
        10  TIM-EVT-JOBID      pic x(8).
        10  TIM-EVT-OPERATOR   pic x(8).
        10  TIM-EVT-RESULT     pic x(12).
        10  TIM-EVT-REASON     pic x(35).
        10  TIM-EVT-OUT-SHIFT  pic x(1).
        10  TIM-EVT-REFUSED    pic x(1).
        10  TIM-EVT-SELF       pic x(1).
        10  TIM-EVT-RECLEAR    pic x(1).
        10  TIM-EVT-PAIR-OPER  pic x(8).
        10  TIM-EVT-PAIR-TS    pic x(26).
01  TIM-EVT-SWAP-ENTRY.
    05  filler                 pic x(26).
    05  filler                 pic s9(9) comp-5.
    05  filler                 pic x(8).
    05  filler                 pic x(8).
    05  filler                 pic x(8).
    05  filler                 pic x(8).
    05  filler                 pic x(8).
    05  filler                 pic x(12).
    05  filler                 pic x(35).
    05  filler                 pic x(1).
    05  filler                 pic x(1).
    05  filler                 pic x(1).
    05  filler                 pic x(1).
    05  filler                 pic x(8).
    05  filler                 pic x(26).
01  TIM-EVT-COUNT              pic s9(9)  comp-5  value 0.
01  TIM-EVT-SUB                pic s9(9)  comp-5  value 0.
01  TIM-EVT-SEQ-NEXT           pic s9(9)  comp-5  value 0.
01  TIM-EVT-DROPPED            pic s9(9)  comp-5  value 0.
01  TIM-EVT-SWAP-SW            pic x(1)   value 'N'.
    88  TIM-EVT-IS-SWAPPED                 value 'Y'.
    88  TIM-EVT-NOT-SWAPPED                value 'N'.

*> which listing WRITE-ONE-LISTED-EVENT is printing, and how many
*> lines it has printed
01  TIM-LISTING-SW             pic x(1)   value spaces.
    88  TIM-LISTING-OUT-SHIFT              value 'O'.
    88  TIM-LISTING-SELF                   value 'S'.
    88  TIM-LISTING-RECLEAR                value 'C'.
    88  TIM-LISTING-REFUSED                value 'R'.
01  TIM-LISTING-LINES          pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> Per-log and month totals for the report's source and closing  *
*> lines.                                                        *
*>---------------------------------------------------------------*
01  TIM-SOURCE-LINES           pic s9(9)  comp-5  value 0.
01  TIM-SOURCE-MONTH-LINES     pic s9(9)  comp-5  value 0.
01  TIM-MONTH-TOTAL            pic s9(9)  comp-5  value 0.
01  TIM-MONTH-REFUSED          pic s9(9)  comp-5  value 0.
01  TIM-MONTH-OFFSHIFT         pic s9(9)  comp-5  value 0.
01  TIM-MONTH-SELF             pic s9(9)  comp-5  value 0.
01  TIM-MONTH-RECLEAR          pic s9(9)  comp-5  value 0.

01  TIM-SOURCES-MISSING        pic s9(4)  comp-5  value 0.
01  TIM-MISSING-NAME           pic x(8)   value spaces.
01  TIM-MISSING-STATUS         pic x(2)   value spaces.

01  TIM-NUM-TEXT               pic z(8)9.
01  TIM-NUM2-TEXT              pic z(8)9.
01  TIM-NUM3-TEXT              pic z(8)9.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> One summary line per (operator, action).                      *
*>---------------------------------------------------------------*
01  TIM-SUMMARY-LINE.
    05  TIM-SML-OPERATOR       pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-SML-ACTION         pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-SML-TOTAL          pic z(8)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-SML-REFUSED        pic z(8)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-SML-OFFSHIFT       pic z(8)9.
    05  filler                 pic x(81)  value spaces.

*>---------------------------------------------------------------*
*> One listed intervention per print line, the timestamp shown   *
*> as date and time of day.  The note is the tool's reason, or   *
*> for a pair the other half of it.                              *
*>---------------------------------------------------------------*
01  TIM-EVENT-LINE.
    05  TIM-EVL-DATE           pic x(10).
    05  filler                 pic x(1)   value spaces.
    05  TIM-EVL-TIME           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EVL-SOURCE         pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EVL-ACTION         pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EVL-RUNID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EVL-JOBID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EVL-OPERATOR       pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EVL-RESULT         pic x(12).
    05  filler                 pic x(2)   value spaces.
    05  TIM-EVL-NOTE           pic x(48).

procedure division.

 move function current-date to TIM-CURRENT-TS.
 perform READ-PARM-CARDS.

 open output REPORT-FILE.
 move 'TIMOVREV - MONTHLY OVERRIDE AND INTERVENTION REVIEW'
   to TIM-REPORT-LINE.
 write TIM-REPORT-LINE.
 move spaces to TIM-REPORT-LINE.
 string 'MONTH ' TIM-REVIEW-MONTH (1:4) '-' TIM-REVIEW-MONTH (5:2)
        '   SHIFT HOURS ' TIM-SHIFT-START ' - ' TIM-SHIFT-END
     delimited by size into TIM-REPORT-LINE
 end-string.
 write TIM-REPORT-LINE.
 move spaces to TIM-REPORT-LINE.
 write TIM-REPORT-LINE.

 perform COLLECT-MAINT-LOG.
 perform COLLECT-RELEASE-LOG.
 perform COLLECT-REPRINT-LOG.
 perform COLLECT-DISPUTE-LOG.
 perform COLLECT-ALERT-LOG.
 perform COLLECT-CERT-LOG.

 perform ORDER-SUMMARY.
 perform ORDER-EVENTS.

 perform WRITE-OPERATOR-SUMMARY.

 move spaces to TIM-REPORT-LINE.
 write TIM-REPORT-LINE.
 move spaces to TIM-REPORT-LINE.
 string 'INTERVENTIONS OUTSIDE SHIFT HOURS (' TIM-SHIFT-START ' - '
        TIM-SHIFT-END ')'
     delimited by size into TIM-REPORT-LINE
 end-string.
 set TIM-LISTING-OUT-SHIFT to true.
 perform WRITE-EVENT-LISTING.

 move spaces to TIM-REPORT-LINE.
 write TIM-REPORT-LINE.
 move 'ITEMS RAISED AND RESOLVED BY THE SAME OPERATOR'
   to TIM-REPORT-LINE.
 set TIM-LISTING-SELF to true.
 perform WRITE-EVENT-LISTING.

 move spaces to TIM-REPORT-LINE.
 write TIM-REPORT-LINE.
 move 'CHECKPOINTS CLEARED AND THEN COMPLETED AGAIN' to TIM-REPORT-LINE.
 set TIM-LISTING-RECLEAR to true.
 perform WRITE-EVENT-LISTING.

 move spaces to TIM-REPORT-LINE.
 write TIM-REPORT-LINE.
 move 'REFUSED ACTIONS' to TIM-REPORT-LINE.
 set TIM-LISTING-REFUSED to true.
 perform WRITE-EVENT-LISTING.

 perform WRITE-REVIEW-TOTALS.
 close REPORT-FILE.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-PARM-CARDS----------------------------------------------------*
*> Reads the OVRVPRM cards.  With no MONTH card the review is of the    *
*> month before this one - the month-end audit run.  A month or shift   *
*> time that is not a real one stops the run: a review of the wrong     *
*> month, or of the wrong hours, would be signed off as if it were      *
*> right.                                                               *
*>-----------------------------------------------------------------------*
 READ-PARM-CARDS.
     if TIM-CURRENT-MM = 1
         compute TIM-REVIEW-YYYY = TIM-CURRENT-YYYY - 1
         end-compute
         move 12 to TIM-REVIEW-MM
     else
         move TIM-CURRENT-YYYY to TIM-REVIEW-YYYY
         compute TIM-REVIEW-MM = TIM-CURRENT-MM - 1
         end-compute
     end-if
     open input PARM-FILE
     if TIM-PARM-STATUS not = '00'
         display 'TIMOVREV: no OVRVPRM file - default: MONTH='
                 TIM-REVIEW-MONTH ' SHIFTSTART=0700 SHIFTEND=1900'
                 end-display
         set TIM-PARM-AT-EOF to true
     else
         set TIM-PARM-IS-OPEN to true
     end-if
     perform READ-ONE-PARM-CARD until TIM-PARM-AT-EOF
     if TIM-PARM-IS-OPEN
         close PARM-FILE
     end-if
     if TIM-REVIEW-MONTH is not numeric
      or TIM-REVIEW-MM < 1 or TIM-REVIEW-MM > 12
         display '*** TIMOVREV: MONTH IS NOT A YYYYMM MONTH: '
                 TIM-REVIEW-MONTH ' ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     if TIM-SHIFT-START is not numeric or TIM-SHIFT-END is not numeric
      or TIM-SHIFT-START (1:2) > '23' or TIM-SHIFT-START (3:2) > '59'
      or TIM-SHIFT-END (1:2) > '23' or TIM-SHIFT-END (3:2) > '59'
         display '*** TIMOVREV: SHIFT HOURS ARE NOT HHMM TIMES: '
                 TIM-SHIFT-START ' - ' TIM-SHIFT-END ' ***' end-display
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
                 when 'MONTH'
                     move TIM-PARM-VALUE to TIM-REVIEW-MONTH
                 when 'SHIFTSTART'
                     move TIM-PARM-VALUE to TIM-SHIFT-START
                 when 'SHIFTEND'
                     move TIM-PARM-VALUE to TIM-SHIFT-END
                 when other
                     display 'TIMOVREV: unrecognized OVRVPRM card ignored: '
                             TIM-PARM-CARD end-display
             end-evaluate
         end-if
     end-if
     .

*>---NOTE-SOURCE-MISSING------------------------------------------------*
*> Names a log that would not open on the report - TIM-MISSING-NAME and *
*> TIM-MISSING-STATUS must already be set.  The review goes on: what    *
*> the other logs say is still worth reading, with this gap shown.      *
*>-----------------------------------------------------------------------*
 NOTE-SOURCE-MISSING.
     add 1 to TIM-SOURCES-MISSING
     move spaces to TIM-REPORT-LINE
     string 'SOURCE NOT READ: ' TIM-MISSING-NAME
            ' (FILE STATUS ' TIM-MISSING-STATUS ')'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     display 'TIMOVREV: ' TIM-MISSING-NAME ' not opened - FILE STATUS='
             TIM-MISSING-STATUS end-display
     .

*>---NOTE-SOURCE-READ---------------------------------------------------*
*> One report line per log read: how many lines it holds and how many   *
*> of them fall in the month.                                           *
*>-----------------------------------------------------------------------*
 NOTE-SOURCE-READ.
     move TIM-SOURCE-LINES to TIM-NUM-TEXT
     move TIM-SOURCE-MONTH-LINES to TIM-NUM2-TEXT
     move spaces to TIM-REPORT-LINE
     string 'SOURCE ' TIM-OVW-SOURCE ' LINES READ:' TIM-NUM-TEXT
            '   IN MONTH:' TIM-NUM2-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     .

*>---COLLECT-MAINT-LOG--------------------------------------------------*
 COLLECT-MAINT-LOG.
     move 'MAINTLOG' to TIM-OVW-SOURCE
     open input MAINTLOG-FILE
     if TIM-MAINTLOG-STATUS not = '00'
         move 'MAINTLOG' to TIM-MISSING-NAME
         move TIM-MAINTLOG-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move 0 to TIM-SOURCE-LINES
         move 0 to TIM-SOURCE-MONTH-LINES
         perform COLLECT-ONE-MAINT until TIM-SOURCE-AT-EOF
         close MAINTLOG-FILE
         perform NOTE-SOURCE-READ
     end-if
     .

*>---COLLECT-ONE-MAINT--------------------------------------------------*
 COLLECT-ONE-MAINT.
     read MAINTLOG-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move TIM-MAINTLOG-RECORD to TIM-OVERRIDE-RECORD
         perform REVIEW-ONE-OVERRIDE
     end-if
     .

*>---COLLECT-RELEASE-LOG------------------------------------------------*
 COLLECT-RELEASE-LOG.
     move 'RELSLOG' to TIM-OVW-SOURCE
     open input RELSLOG-FILE
     if TIM-RELSLOG-STATUS not = '00'
         move 'RELSLOG' to TIM-MISSING-NAME
         move TIM-RELSLOG-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move 0 to TIM-SOURCE-LINES
         move 0 to TIM-SOURCE-MONTH-LINES
         perform COLLECT-ONE-RELEASE until TIM-SOURCE-AT-EOF
         close RELSLOG-FILE
         perform NOTE-SOURCE-READ
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
         perform REVIEW-ONE-OVERRIDE
     end-if
     .

*>---COLLECT-REPRINT-LOG------------------------------------------------*
 COLLECT-REPRINT-LOG.
     move 'REPRTLOG' to TIM-OVW-SOURCE
     open input REPRTLOG-FILE
     if TIM-REPRTLOG-STATUS not = '00'
         move 'REPRTLOG' to TIM-MISSING-NAME
         move TIM-REPRTLOG-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move 0 to TIM-SOURCE-LINES
         move 0 to TIM-SOURCE-MONTH-LINES
         perform COLLECT-ONE-REPRINT until TIM-SOURCE-AT-EOF
         close REPRTLOG-FILE
         perform NOTE-SOURCE-READ
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
         perform REVIEW-ONE-OVERRIDE
     end-if
     .

*>---COLLECT-DISPUTE-LOG------------------------------------------------*
 COLLECT-DISPUTE-LOG.
     move 'DSPTLOG' to TIM-OVW-SOURCE
     open input DSPTLOG-FILE
     if TIM-DSPTLOG-STATUS not = '00'
         move 'DSPTLOG' to TIM-MISSING-NAME
         move TIM-DSPTLOG-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move 0 to TIM-SOURCE-LINES
         move 0 to TIM-SOURCE-MONTH-LINES
         perform COLLECT-ONE-DISPUTE until TIM-SOURCE-AT-EOF
         close DSPTLOG-FILE
         perform NOTE-SOURCE-READ
     end-if
     .

*>---COLLECT-ONE-DISPUTE------------------------------------------------*
 COLLECT-ONE-DISPUTE.
     read DSPTLOG-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move TIM-DSPTLOG-RECORD to TIM-OVERRIDE-RECORD
         perform REVIEW-ONE-OVERRIDE
     end-if
     .

*>---COLLECT-ALERT-LOG--------------------------------------------------*
 COLLECT-ALERT-LOG.
     move 'ALRTLOG' to TIM-OVW-SOURCE
     open input ALRTLOG-FILE
     if TIM-ALRTLOG-STATUS not = '00'
         move 'ALRTLOG' to TIM-MISSING-NAME
         move TIM-ALRTLOG-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move 0 to TIM-SOURCE-LINES
         move 0 to TIM-SOURCE-MONTH-LINES
         perform COLLECT-ONE-ALERT until TIM-SOURCE-AT-EOF
         close ALRTLOG-FILE
         perform NOTE-SOURCE-READ
     end-if
     .

*>---COLLECT-ONE-ALERT--------------------------------------------------*
 COLLECT-ONE-ALERT.
     read ALRTLOG-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move TIM-ALRTLOG-RECORD to TIM-OVERRIDE-RECORD
         perform REVIEW-ONE-OVERRIDE
     end-if
     .

*>---COLLECT-CERT-LOG---------------------------------------------------*
 COLLECT-CERT-LOG.
     move 'CERTLOG' to TIM-OVW-SOURCE
     open input CERTLOG-FILE
     if TIM-CERTLOG-STATUS not = '00'
         move 'CERTLOG' to TIM-MISSING-NAME
         move TIM-CERTLOG-STATUS to TIM-MISSING-STATUS
         perform NOTE-SOURCE-MISSING
     else
         move 'N' to TIM-SOURCE-EOF-SW
         move 0 to TIM-SOURCE-LINES
         move 0 to TIM-SOURCE-MONTH-LINES
         perform COLLECT-ONE-CERT until TIM-SOURCE-AT-EOF
         close CERTLOG-FILE
         perform NOTE-SOURCE-READ
     end-if
     .

*>---COLLECT-ONE-CERT---------------------------------------------------*
 COLLECT-ONE-CERT.
     read CERTLOG-FILE
         at end
             set TIM-SOURCE-AT-EOF to true
     end-read
     if not TIM-SOURCE-AT-EOF
         move TIM-CERTLOG-RECORD to TIM-OVERRIDE-RECORD
         perform REVIEW-ONE-OVERRIDE
     end-if
     .

*>---REVIEW-ONE-OVERRIDE------------------------------------------------*
*> Judges one log line.  Lines after the month are past the review and  *
*> are skipped.  A resolving line in the month is matched against the   *
*> raise table first; then a dispute filed or a checkpoint cleared, in  *
*> the month or before it, is recorded there for the lines that follow. *
*> A month line is counted against its operator and action, and filed   *
*> in the exception table when any listing wants it.                    *
*>-----------------------------------------------------------------------*
 REVIEW-ONE-OVERRIDE.
     add 1 to TIM-SOURCE-LINES
     if TIM-OVERRIDE-RECORD = spaces
      or TOV-TIMESTAMP (1:6) > TIM-REVIEW-MONTH
         continue
     else
     if TOV-TIMESTAMP (1:6) = TIM-REVIEW-MONTH
         set TIM-OVW-IN-MONTH to true
     else
         move 'N' to TIM-OVW-IN-MONTH-SW
     end-if
     move 'N' to TIM-OVW-SELF-SW
     move 'N' to TIM-OVW-RECLEAR-SW
     move spaces to TIM-OVW-PAIR-OPERATOR
     move spaces to TIM-OVW-PAIR-TS
     if TIM-OVW-IN-MONTH
         perform MATCH-RESOLVING-LINE
     end-if
     perform RECORD-RAISING-LINE
     if TIM-OVW-IN-MONTH
         add 1 to TIM-SOURCE-MONTH-LINES
         perform JUDGE-MONTH-LINE
         perform COUNT-MONTH-LINE
         if TIM-OVW-OUT-OF-SHIFT or TIM-OVW-IS-REFUSED
          or TIM-OVW-SELF-RESOLVED or TIM-OVW-CLEAR-COMPLETED
             perform FILE-EXCEPTION-EVENT
         end-if
     end-if
     end-if
     .

*>---MATCH-RESOLVING-LINE-----------------------------------------------*
*> A dispute credited or closed is looked up against the filing of that *
*> (bill date, job id): the same operator on both is listed.  A         *
*> checkpoint completed is looked up against a clear of that (run id,   *
*> job id): any earlier clear is listed, whoever made it, with the      *
*> clearing operator shown.                                             *
*>-----------------------------------------------------------------------*
 MATCH-RESOLVING-LINE.
     move spaces to TIM-OVW-KIND
     if TIM-OVW-SOURCE = 'DSPTLOG'
      and (TOV-RESULT = 'CREDITED' or TOV-RESULT = 'CLOSED')
         move 'D' to TIM-OVW-KIND
     end-if
     if TIM-OVW-SOURCE = 'MAINTLOG' and TOV-RESULT = 'COMPLETED'
         move 'C' to TIM-OVW-KIND
     end-if
     if TIM-OVW-KIND not = spaces
         perform FIND-RAISE-ENTRY
         if TIM-RAISE-FOUND > 0
             move TIM-RSE-OPERATOR (TIM-RAISE-FOUND)
               to TIM-OVW-PAIR-OPERATOR
             move TIM-RSE-TS (TIM-RAISE-FOUND) to TIM-OVW-PAIR-TS
             if TIM-OVW-KIND = 'C'
                 set TIM-OVW-CLEAR-COMPLETED to true
             else
             if TIM-RSE-OPERATOR (TIM-RAISE-FOUND) = TOV-OPERATOR
                 set TIM-OVW-SELF-RESOLVED to true
             end-if
             end-if
         end-if
     end-if
     .

*>---RECORD-RAISING-LINE------------------------------------------------*
*> Files a dispute filing or a checkpoint clear in the raise table,     *
*> replacing any earlier one for the same item - the latest raise is    *
*> the one a resolution answers.  A table past its end is counted and   *
*> shown on the report.                                                 *
*>-----------------------------------------------------------------------*
 RECORD-RAISING-LINE.
     move spaces to TIM-OVW-KIND
     if TIM-OVW-SOURCE = 'DSPTLOG' and TOV-RESULT = 'DISPUTED'
         move 'D' to TIM-OVW-KIND
     end-if
     if TIM-OVW-SOURCE = 'MAINTLOG' and TOV-RESULT = 'CLEARED'
         move 'C' to TIM-OVW-KIND
     end-if
     if TIM-OVW-KIND not = spaces
         perform FIND-RAISE-ENTRY
         if TIM-RAISE-FOUND = 0
             if TIM-RAISE-COUNT >= TIM-RAISE-TABLE-SIZE
                 add 1 to TIM-RAISE-DROPPED
             else
                 add 1 to TIM-RAISE-COUNT
                 move TIM-RAISE-COUNT to TIM-RAISE-FOUND
                 move TIM-OVW-KIND to TIM-RSE-KIND (TIM-RAISE-FOUND)
                 move TOV-RUNID to TIM-RSE-RUNID (TIM-RAISE-FOUND)
                 move TOV-JOBID to TIM-RSE-JOBID (TIM-RAISE-FOUND)
             end-if
         end-if
         if TIM-RAISE-FOUND > 0
             move TOV-OPERATOR to TIM-RSE-OPERATOR (TIM-RAISE-FOUND)
             move TOV-TIMESTAMP to TIM-RSE-TS (TIM-RAISE-FOUND)
         end-if
     end-if
     .

*>---FIND-RAISE-ENTRY---------------------------------------------------*
*> Locates TIM-OVW-KIND and the line's (run id, job id) in the raise    *
*> table, leaving the entry number in TIM-RAISE-FOUND or zero.          *
*>-----------------------------------------------------------------------*
 FIND-RAISE-ENTRY.
     move 0 to TIM-RAISE-FOUND
     set TIM-RSE-IDX to 1
     search TIM-RSE-ENTRY
         at end
             continue
         when TIM-RSE-IDX > TIM-RAISE-COUNT
             continue
         when TIM-RSE-KIND (TIM-RSE-IDX) = TIM-OVW-KIND
          and TIM-RSE-RUNID (TIM-RSE-IDX) = TOV-RUNID
          and TIM-RSE-JOBID (TIM-RSE-IDX) = TOV-JOBID
             set TIM-RAISE-FOUND to TIM-RSE-IDX
     end-search
     .

*>---JUDGE-MONTH-LINE---------------------------------------------------*
*> Out of shift is a time of day before the shift start or at or after  *
*> its end; for a shift across midnight it is a time between the end    *
*> and the start.  A line with no readable time is listed as out of     *
*> shift - nobody can say it was not.  Refused is any of the refusal    *
*> results the tools log (TOV-ACTION-REFUSED).                          *
*>-----------------------------------------------------------------------*
 JUDGE-MONTH-LINE.
     move TOV-TIMESTAMP (9:4) to TIM-LINE-HHMM
     move 'N' to TIM-OVW-OUT-SHIFT-SW
     if TIM-LINE-HHMM is not numeric
         set TIM-OVW-OUT-OF-SHIFT to true
     else
     if TIM-SHIFT-START <= TIM-SHIFT-END
         if TIM-LINE-HHMM < TIM-SHIFT-START
          or TIM-LINE-HHMM >= TIM-SHIFT-END
             set TIM-OVW-OUT-OF-SHIFT to true
         end-if
     else
         if TIM-LINE-HHMM >= TIM-SHIFT-END
          and TIM-LINE-HHMM < TIM-SHIFT-START
             set TIM-OVW-OUT-OF-SHIFT to true
         end-if
     end-if
     end-if
     if TOV-ACTION-REFUSED
         set TIM-OVW-IS-REFUSED to true
     else
         move 'N' to TIM-OVW-REFUSED-SW
     end-if
     .

*>---COUNT-MONTH-LINE---------------------------------------------------*
*> Adds the line to its (operator, action) summary entry and the month  *
*> totals.  A blank operator is shown as such - that is itself worth a  *
*> reviewer's eye.                                                      *
*>-----------------------------------------------------------------------*
 COUNT-MONTH-LINE.
     add 1 to TIM-MONTH-TOTAL
     if TIM-OVW-IS-REFUSED
         add 1 to TIM-MONTH-REFUSED
     end-if
     if TIM-OVW-OUT-OF-SHIFT
         add 1 to TIM-MONTH-OFFSHIFT
     end-if
     if TIM-OVW-SELF-RESOLVED
         add 1 to TIM-MONTH-SELF
     end-if
     if TIM-OVW-CLEAR-COMPLETED
         add 1 to TIM-MONTH-RECLEAR
     end-if
     move 0 to TIM-SUM-FOUND
     set TIM-SUM-IDX to 1
     search TIM-SUM-ENTRY
         at end
             continue
         when TIM-SUM-IDX > TIM-SUM-COUNT
             continue
         when TIM-SUM-OPERATOR (TIM-SUM-IDX) = TOV-OPERATOR
          and TIM-SUM-ACTION (TIM-SUM-IDX) = TOV-ACTION
             set TIM-SUM-FOUND to TIM-SUM-IDX
     end-search
     if TIM-SUM-FOUND = 0
         if TIM-SUM-COUNT >= TIM-SUM-TABLE-SIZE
             add 1 to TIM-SUM-DROPPED
         else
             add 1 to TIM-SUM-COUNT
             move TIM-SUM-COUNT to TIM-SUM-FOUND
             move TOV-OPERATOR to TIM-SUM-OPERATOR (TIM-SUM-FOUND)
             move TOV-ACTION to TIM-SUM-ACTION (TIM-SUM-FOUND)
             move 0 to TIM-SUM-TOTAL (TIM-SUM-FOUND)
             move 0 to TIM-SUM-REFUSED (TIM-SUM-FOUND)
             move 0 to TIM-SUM-OFFSHIFT (TIM-SUM-FOUND)
         end-if
     end-if
     if TIM-SUM-FOUND > 0
         add 1 to TIM-SUM-TOTAL (TIM-SUM-FOUND)
         if TIM-OVW-IS-REFUSED
             add 1 to TIM-SUM-REFUSED (TIM-SUM-FOUND)
         end-if
         if TIM-OVW-OUT-OF-SHIFT
             add 1 to TIM-SUM-OFFSHIFT (TIM-SUM-FOUND)
         end-if
     end-if
     .

*>---FILE-EXCEPTION-EVENT-----------------------------------------------*
*> Files a month line that one of the listings wants.  An event past    *
*> the table's end is counted and shown on the report; the summary      *
*> still counts it.                                                     *
*>-----------------------------------------------------------------------*
 FILE-EXCEPTION-EVENT.
     add 1 to TIM-EVT-SEQ-NEXT
     if TIM-EVT-COUNT >= TIM-EVT-TABLE-SIZE
         add 1 to TIM-EVT-DROPPED
     else
         add 1 to TIM-EVT-COUNT
         move TOV-TIMESTAMP to TIM-EVT-TS (TIM-EVT-COUNT)
         move TIM-EVT-SEQ-NEXT to TIM-EVT-SEQ (TIM-EVT-COUNT)
         move TIM-OVW-SOURCE to TIM-EVT-SOURCE (TIM-EVT-COUNT)
         move TOV-ACTION to TIM-EVT-ACTION (TIM-EVT-COUNT)
         move TOV-RUNID to TIM-EVT-RUNID (TIM-EVT-COUNT)
         move TOV-JOBID to TIM-EVT-JOBID (TIM-EVT-COUNT)
         move TOV-OPERATOR to TIM-EVT-OPERATOR (TIM-EVT-COUNT)
         move TOV-RESULT to TIM-EVT-RESULT (TIM-EVT-COUNT)
         move TOV-REASON to TIM-EVT-REASON (TIM-EVT-COUNT)
         move TIM-OVW-OUT-SHIFT-SW to TIM-EVT-OUT-SHIFT (TIM-EVT-COUNT)
         move TIM-OVW-REFUSED-SW to TIM-EVT-REFUSED (TIM-EVT-COUNT)
         move TIM-OVW-SELF-SW to TIM-EVT-SELF (TIM-EVT-COUNT)
         move TIM-OVW-RECLEAR-SW to TIM-EVT-RECLEAR (TIM-EVT-COUNT)
         move TIM-OVW-PAIR-OPERATOR to TIM-EVT-PAIR-OPER (TIM-EVT-COUNT)
         move TIM-OVW-PAIR-TS to TIM-EVT-PAIR-TS (TIM-EVT-COUNT)
     end-if
     .

*>---ORDER-SUMMARY------------------------------------------------------*
*> Exchange sort of the summary table into operator then action order.  *
*>-----------------------------------------------------------------------*
 ORDER-SUMMARY.
     set TIM-SUM-IS-SWAPPED to true
     perform ORDER-ONE-SUMMARY-PASS
         until TIM-SUM-NOT-SWAPPED or TIM-SUM-COUNT < 2
     .

*>---ORDER-ONE-SUMMARY-PASS---------------------------------------------*
 ORDER-ONE-SUMMARY-PASS.
     set TIM-SUM-NOT-SWAPPED to true
     move 1 to TIM-SUM-SUB
     perform ORDER-ONE-SUMMARY-COMPARE until TIM-SUM-SUB >= TIM-SUM-COUNT
     .

*>---ORDER-ONE-SUMMARY-COMPARE------------------------------------------*
 ORDER-ONE-SUMMARY-COMPARE.
     if TIM-SUM-OPERATOR (TIM-SUM-SUB) > TIM-SUM-OPERATOR (TIM-SUM-SUB + 1)
      or (TIM-SUM-OPERATOR (TIM-SUM-SUB) = TIM-SUM-OPERATOR (TIM-SUM-SUB + 1)
          and TIM-SUM-ACTION (TIM-SUM-SUB) > TIM-SUM-ACTION (TIM-SUM-SUB + 1))
         move TIM-SUM-ENTRY (TIM-SUM-SUB) to TIM-SUM-SWAP-ENTRY
         move TIM-SUM-ENTRY (TIM-SUM-SUB + 1)
           to TIM-SUM-ENTRY (TIM-SUM-SUB)
         move TIM-SUM-SWAP-ENTRY to TIM-SUM-ENTRY (TIM-SUM-SUB + 1)
         set TIM-SUM-IS-SWAPPED to true
     end-if
     add 1 to TIM-SUM-SUB
     .

*>---ORDER-EVENTS-------------------------------------------------------*
*> Exchange sort of the exception table into timestamp order, the       *
*> arrival sequence breaking ties.                                      *
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
     if TIM-EVT-TS (TIM-EVT-SUB) > TIM-EVT-TS (TIM-EVT-SUB + 1)
      or (TIM-EVT-TS (TIM-EVT-SUB) = TIM-EVT-TS (TIM-EVT-SUB + 1)
          and TIM-EVT-SEQ (TIM-EVT-SUB) > TIM-EVT-SEQ (TIM-EVT-SUB + 1))
         move TIM-EVT-ENTRY (TIM-EVT-SUB) to TIM-EVT-SWAP-ENTRY
         move TIM-EVT-ENTRY (TIM-EVT-SUB + 1)
           to TIM-EVT-ENTRY (TIM-EVT-SUB)
         move TIM-EVT-SWAP-ENTRY to TIM-EVT-ENTRY (TIM-EVT-SUB + 1)
         set TIM-EVT-IS-SWAPPED to true
     end-if
     add 1 to TIM-EVT-SUB
     .

*>---WRITE-OPERATOR-SUMMARY---------------------------------------------*
*> The first section: one line per (operator, action) in operator       *
*> order, then the month's totals.                                      *
*>-----------------------------------------------------------------------*
 WRITE-OPERATOR-SUMMARY.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'INTERVENTIONS BY OPERATOR AND ACTION' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'OPERATOR  ACTION        COUNT    REFUSED  OUT-SHIFT'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:120)
     write TIM-REPORT-LINE
     if TIM-SUM-COUNT = 0
         move '  NO INTERVENTIONS LOGGED IN THE MONTH' to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     move 0 to TIM-SUM-SUB
     perform WRITE-ONE-SUMMARY-LINE until TIM-SUM-SUB >= TIM-SUM-COUNT
     move spaces to TIM-SUMMARY-LINE
     move 'TOTAL' to TIM-SML-OPERATOR
     move TIM-MONTH-TOTAL to TIM-SML-TOTAL
     move TIM-MONTH-REFUSED to TIM-SML-REFUSED
     move TIM-MONTH-OFFSHIFT to TIM-SML-OFFSHIFT
     move TIM-SUMMARY-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---WRITE-ONE-SUMMARY-LINE---------------------------------------------*
 WRITE-ONE-SUMMARY-LINE.
     add 1 to TIM-SUM-SUB
     move spaces to TIM-SUMMARY-LINE
     if TIM-SUM-OPERATOR (TIM-SUM-SUB) = spaces
         move '(BLANK)' to TIM-SML-OPERATOR
     else
         move TIM-SUM-OPERATOR (TIM-SUM-SUB) to TIM-SML-OPERATOR
     end-if
     move TIM-SUM-ACTION (TIM-SUM-SUB) to TIM-SML-ACTION
     move TIM-SUM-TOTAL (TIM-SUM-SUB) to TIM-SML-TOTAL
     move TIM-SUM-REFUSED (TIM-SUM-SUB) to TIM-SML-REFUSED
     move TIM-SUM-OFFSHIFT (TIM-SUM-SUB) to TIM-SML-OFFSHIFT
     move TIM-SUMMARY-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---WRITE-EVENT-LISTING------------------------------------------------*
*> One listing: its title (already in TIM-REPORT-LINE), the column      *
*> heading, then every exception event that carries the listing's flag, *
*> in time order.                                                       *
*>-----------------------------------------------------------------------*
 WRITE-EVENT-LISTING.
     write TIM-REPORT-LINE
     move 'DATE       TIME      SOURCE    ACTION    RUN ID    JOB ID'
       to TIM-REPORT-LINE
     move 'OPERATOR  RESULT        NOTE' to TIM-REPORT-LINE (62:)
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:120)
     write TIM-REPORT-LINE
     move 0 to TIM-LISTING-LINES
     move 0 to TIM-EVT-SUB
     perform WRITE-ONE-LISTED-EVENT until TIM-EVT-SUB >= TIM-EVT-COUNT
     if TIM-LISTING-LINES = 0
         move '  NONE' to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     .

*>---WRITE-ONE-LISTED-EVENT---------------------------------------------*
*> Prints the event if it belongs to the listing being written.  The    *
*> note is the other half of a pair for the two pairing listings, and   *
*> the tool's own reason otherwise.                                     *
*>-----------------------------------------------------------------------*
 WRITE-ONE-LISTED-EVENT.
     add 1 to TIM-EVT-SUB
     if (TIM-LISTING-OUT-SHIFT and TIM-EVT-OUT-SHIFT (TIM-EVT-SUB) = 'Y')
      or (TIM-LISTING-SELF and TIM-EVT-SELF (TIM-EVT-SUB) = 'Y')
      or (TIM-LISTING-RECLEAR and TIM-EVT-RECLEAR (TIM-EVT-SUB) = 'Y')
      or (TIM-LISTING-REFUSED and TIM-EVT-REFUSED (TIM-EVT-SUB) = 'Y')
         add 1 to TIM-LISTING-LINES
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
         move TIM-EVT-ACTION (TIM-EVT-SUB) to TIM-EVL-ACTION
         move TIM-EVT-RUNID (TIM-EVT-SUB) to TIM-EVL-RUNID
         move TIM-EVT-JOBID (TIM-EVT-SUB) to TIM-EVL-JOBID
         move TIM-EVT-OPERATOR (TIM-EVT-SUB) to TIM-EVL-OPERATOR
         move TIM-EVT-RESULT (TIM-EVT-SUB) to TIM-EVL-RESULT
         evaluate true
             when TIM-LISTING-SELF
                 string 'FILED ' TIM-EVT-PAIR-TS (TIM-EVT-SUB) (1:4) '-'
                        TIM-EVT-PAIR-TS (TIM-EVT-SUB) (5:2) '-'
                        TIM-EVT-PAIR-TS (TIM-EVT-SUB) (7:2) ' '
                        TIM-EVT-PAIR-TS (TIM-EVT-SUB) (9:2) ':'
                        TIM-EVT-PAIR-TS (TIM-EVT-SUB) (11:2)
                     delimited by size into TIM-EVL-NOTE
                 end-string
             when TIM-LISTING-RECLEAR
                 string 'CLEARED BY ' TIM-EVT-PAIR-OPER (TIM-EVT-SUB) ' '
                        TIM-EVT-PAIR-TS (TIM-EVT-SUB) (1:4) '-'
                        TIM-EVT-PAIR-TS (TIM-EVT-SUB) (5:2) '-'
                        TIM-EVT-PAIR-TS (TIM-EVT-SUB) (7:2) ' '
                        TIM-EVT-PAIR-TS (TIM-EVT-SUB) (9:2) ':'
                        TIM-EVT-PAIR-TS (TIM-EVT-SUB) (11:2)
                     delimited by size into TIM-EVL-NOTE
                 end-string
             when other
                 move TIM-EVT-REASON (TIM-EVT-SUB) to TIM-EVL-NOTE
         end-evaluate
         move TIM-EVENT-LINE to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     .

*>---WRITE-REVIEW-TOTALS------------------------------------------------*
*> The closing lines.  A table that filled, or a log that would not     *
*> open, makes the review incomplete and ends the step rc 1, so the     *
*> sign-off waits for a complete one.                                   *
*>-----------------------------------------------------------------------*
 WRITE-REVIEW-TOTALS.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move TIM-MONTH-TOTAL to TIM-NUM-TEXT
     move TIM-MONTH-REFUSED to TIM-NUM2-TEXT
     move TIM-MONTH-OFFSHIFT to TIM-NUM3-TEXT
     move spaces to TIM-REPORT-LINE
     string 'INTERVENTIONS:' TIM-NUM-TEXT '   REFUSED:' TIM-NUM2-TEXT
            '   OUT OF SHIFT:' TIM-NUM3-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-MONTH-SELF to TIM-NUM-TEXT
     move TIM-MONTH-RECLEAR to TIM-NUM2-TEXT
     move spaces to TIM-REPORT-LINE
     string 'RAISED AND RESOLVED BY ONE OPERATOR:' TIM-NUM-TEXT
            '   CLEARED THEN COMPLETED:' TIM-NUM2-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     if TIM-SOURCES-MISSING > 0
         move TIM-SOURCES-MISSING to TIM-NUM-TEXT
         move spaces to TIM-REPORT-LINE
         string '*** LOGS NOT READ:' TIM-NUM-TEXT
                ' - THIS REVIEW IS INCOMPLETE ***'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         move 1 to TIM-OVERALL-RC
     end-if
     if TIM-RAISE-DROPPED > 0
         move TIM-RAISE-DROPPED to TIM-NUM-TEXT
         move spaces to TIM-REPORT-LINE
         string '*** RAISE TABLE FULL - DISPUTES/CLEARS NOT PAIRED:'
                TIM-NUM-TEXT ' ***'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         move 1 to TIM-OVERALL-RC
     end-if
     if TIM-SUM-DROPPED > 0
         move TIM-SUM-DROPPED to TIM-NUM-TEXT
         move spaces to TIM-REPORT-LINE
         string '*** SUMMARY TABLE FULL - LINES NOT SUMMARIZED:'
                TIM-NUM-TEXT ' ***'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         move 1 to TIM-OVERALL-RC
     end-if
     if TIM-EVT-DROPPED > 0
         move TIM-EVT-DROPPED to TIM-NUM-TEXT
         move spaces to TIM-REPORT-LINE
         string '*** EXCEPTION TABLE FULL - EVENTS NOT LISTED:'
                TIM-NUM-TEXT ' ***'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         move 1 to TIM-OVERALL-RC
     end-if
     .
