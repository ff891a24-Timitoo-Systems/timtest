       >>SOURCE FORMAT IS FREE

identification division.
program-id. timtierp.

*>---------------------------------------------------------------*
*> Timitoo Systems volume-tier attainment projection             *
*>                                                               *
*> The vendor contract prices a month's volume at the RATECARD   *
*> tier its breakpoint reaches, and a month that lands just      *
*> short of a breakpoint is only found out after month-end, when *
*> timvolrp reports it and the invoice arrives.  This runs       *
*> mid-month: it takes the month-to-date TIMRECON pages of every *
*> job, rolls them up by the rate-card pattern the job prices    *
*> under, and projects each pattern to month-end - each job at   *
*> its own prior-month run-rate (its prior-month pages over the  *
*> prior month's processing days), or at its month-to-date rate  *
*> when it did not run last month, times the processing days     *
*> left in the month.  Processing days come from the RUNCAL      *
*> calendar timapp runs by: every day of the month that is not a *
*> HOLIDAY.  The report (TIERRPT) shows, per pattern, the tier   *
*> the projection lands in, how many pages away the next         *
*> breakpoint is, and what the month costs at each - so          *
*> purchasing can decide, while there is still time, whether to  *
*> pull work forward or negotiate.  TIERPRM ASOF=yyyymmdd sets   *
*> the as-of date (default yesterday, the last night that has    *
*> run); the month projected is the as-of date's month.  The     *
*> report is decision support and gates nothing.                 *
*>---------------------------------------------------------------*

environment division.

configuration section.

special-names.

input-output section.

file-control.
*>---------------------------------------------------------------*
*> Print-job reconciliation file written by timapp - read for    *
*> the prior month and the month to date, never updated.         *
*>---------------------------------------------------------------*
     select RECON-FILE assign to "TIMRECON"
         organization is indexed
         access mode is dynamic
         record key is TRC-KEY
         file status is TIM-RECON-STATUS.

*>---------------------------------------------------------------*
*> Run-control cards - ASOF=yyyymmdd, the last run date counted  *
*> as month to date.                                             *
*>---------------------------------------------------------------*
     select PARM-FILE assign to "TIERPRM"
         organization is line sequential
         file status is TIM-PARM-STATUS.

*>---------------------------------------------------------------*
*> Rate-card control file - the same deck timvmtch reads:        *
*> pattern 1-8 (a job id, or a prefix ending '*'), effective     *
*> date 10-17, tier breakpoint in pages 19-25, rate per page     *
*> 27-34.                                                        *
*>---------------------------------------------------------------*
     select RATE-FILE assign to "RATECARD"
         organization is line sequential
         file status is TIM-RATE-STATUS.

*>---------------------------------------------------------------*
*> Processing-calendar control file - the deck timapp resolves   *
*> its run date through: date 1-8, day class 10-17, profile      *
*> 19-26.                                                        *
*>---------------------------------------------------------------*
     select RUNCAL-FILE assign to "RUNCAL"
         organization is line sequential
         file status is TIM-RUNCAL-STATUS.

     select REPORT-FILE assign to "TIERRPT"
         organization is line sequential.

data division.

file section.

fd  RECON-FILE.
copy "TIMRECON.cpy".

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).

fd  RATE-FILE.
01  TIM-RATE-CARD.
    05  TRA-PATTERN            pic x(8).
    05  filler                 pic x(1).
    05  TRA-EFF-DATE           pic x(8).
    05  filler                 pic x(1).
    05  TRA-TIER-PAGES         pic x(7).
    05  filler                 pic x(1).
    05  TRA-RATE               pic x(8).
    05  filler                 pic x(46).

fd  RUNCAL-FILE.
01  TIM-RUNCAL-CARD.
    05  TCL-DATE               pic x(8).
    05  filler                 pic x(1).
    05  TCL-DAY-CLASS          pic x(8).
    05  filler                 pic x(1).
    05  TCL-PROFILE            pic x(8).
    05  filler                 pic x(54).

fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

working-storage section.

01  TIM-RECON-STATUS           pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.
01  TIM-RUNCAL-STATUS          pic x(2)    value '00'.

01  TIM-RECON-EOF-SW           pic x(1)    value 'N'.
    88  TIM-RECON-AT-EOF                   value 'Y'.
01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-PARM-OPEN-SW           pic x(1)    value 'N'.
    88  TIM-PARM-IS-OPEN                   value 'Y'.
01  TIM-RUNCAL-EOF-SW          pic x(1)    value 'N'.
    88  TIM-RUNCAL-AT-EOF                  value 'Y'.

01  TIM-PARM-KEYWORD           pic x(16)  value spaces.
01  TIM-PARM-VALUE             pic x(16)  value spaces.

*>---------------------------------------------------------------*
*> The as-of date and the two months the projection reads: the   *
*> as-of date's month (the month projected) and the month before *
*> it (the run-rate month).  The months compare directly with    *
*> TRC-RUNID's leading six digits.                               *
*>---------------------------------------------------------------*
01  TIM-CURRENT-TS             pic x(21)  value spaces.
01  TIM-CURRENT-TS-N redefines TIM-CURRENT-TS.
    05  TIM-CURRENT-YYYY       pic 9(4).
    05  TIM-CURRENT-MM         pic 9(2).
    05  TIM-CURRENT-DD         pic 9(2).
    05  filler                 pic x(13).
01  TIM-ASOF-DATE              pic x(8)   value spaces.
01  TIM-ASOF-DATE-N redefines TIM-ASOF-DATE.
    05  TIM-ASOF-YYYY          pic 9(4).
    05  TIM-ASOF-MM            pic 9(2).
    05  TIM-ASOF-DD            pic 9(2).
01  TIM-PROJ-MONTH             pic x(6)   value spaces.
01  TIM-PRIOR-MONTH            pic x(6)   value spaces.
01  TIM-PRIOR-MONTH-N redefines TIM-PRIOR-MONTH.
    05  TIM-PRIOR-YYYY         pic 9(4).
    05  TIM-PRIOR-MM           pic 9(2).
01  TIM-PROJ-MONTH-DAYS        pic 9(2)   value 0.
01  TIM-PRIOR-MONTH-DAYS       pic 9(2)   value 0.

*>---------------------------------------------------------------*
*> Month-length work - set TIM-LEN-YYYY / TIM-LEN-MM, perform    *
*> DERIVE-MONTH-LENGTH, take TIM-MONTH-DAYS.                     *
*>---------------------------------------------------------------*
01  TIM-LEN-YYYY               pic 9(4)   value 0.
01  TIM-LEN-MM                 pic 9(2)   value 0.
01  TIM-MONTH-DAYS             pic 9(2)   value 0.
01  TIM-LEAP-QUOTIENT          pic 9(4)   value 0.
01  TIM-LEAP-REM-4             pic 9(4)   value 0.
01  TIM-LEAP-REM-100           pic 9(4)   value 0.
01  TIM-LEAP-REM-400           pic 9(4)   value 0.

*>---------------------------------------------------------------*
*> The RUNCAL day class of every day of the two months, by day   *
*> of month - spaces for a day the calendar does not list.  A    *
*> day is a processing day unless it is a listed HOLIDAY; an     *
*> unlisted day counts as one (timapp would refuse to run on it, *
*> so it is flagged, but a projection that dropped it would come *
*> out short).                                                   *
*>---------------------------------------------------------------*
01  TIM-PROJ-CAL-TABLE.
    05  TIM-PROJ-DAY-CLASS     pic x(8)   occurs 31 times.
01  TIM-PRIOR-CAL-TABLE.
    05  TIM-PRIOR-DAY-CLASS    pic x(8)   occurs 31 times.
01  TIM-CAL-DAY                pic 9(2)   value 0.
01  TIM-DAY-SUB                pic s9(4)  comp-5  value 0.
01  TIM-ELAPSED-DAYS           pic s9(4)  comp-5  value 0.
01  TIM-REMAINING-DAYS         pic s9(4)  comp-5  value 0.
01  TIM-PRIOR-DAYS             pic s9(4)  comp-5  value 0.
01  TIM-PROJ-UNLISTED-DAYS     pic s9(4)  comp-5  value 0.
01  TIM-PRIOR-UNLISTED-DAYS    pic s9(4)  comp-5  value 0.

*>---------------------------------------------------------------*
*> Rate-card state, exactly as timvmtch keeps it: each tier line *
*> with its pattern pre-split (prefix and wildcard flag).  A job *
*> prices under the pattern that matches it best - an exact      *
*> pattern beats a prefix, then the latest effective date on or  *
*> before the as-of date - and a pattern's tier schedule is its  *
*> cards at the latest effective date on or before the as-of     *
*> date.                                                         *
*>---------------------------------------------------------------*
78  TIM-RTC-TABLE-SIZE         value 100.
01  TIM-RTC-TABLE.
    05  TIM-RTC-ENTRY OCCURS 100 TIMES
                       INDEXED BY TIM-RTC-IDX.
        10  TIM-RTC-PATTERN    pic x(8).
        10  TIM-RTC-PREF-LEN   pic s9(4) comp-5.
        10  TIM-RTC-WILD-SW    pic x(1).
            88  TIM-RTC-IS-WILD             value 'Y'.
        10  TIM-RTC-EFF-DATE   pic x(8).
        10  TIM-RTC-TIER-PAGES pic 9(7) comp-5.
        10  TIM-RTC-RATE       pic s9(3)v9(5) comp-5.
01  TIM-RTC-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-RTC-SUB                pic s9(4)  comp-5  value 0.
01  TIM-RTC-BEST               pic s9(4)  comp-5  value 0.
01  TIM-RTC-BEST-SCORE         pic s9(4)  comp-5  value 0.
01  TIM-RTC-SCORE              pic s9(4)  comp-5  value 0.
01  TIM-RATE-STATUS            pic x(2)   value '00'.
01  TIM-RATE-EOF-SW            pic x(1)   value 'N'.
    88  TIM-RATE-AT-EOF                    value 'Y'.

*>---------------------------------------------------------------*
*> One entry per job seen in either month: the pattern group it  *
*> prices under (zero for a job the rate card cannot price), its *
*> prior-month and month-to-date pages, and its projected pages  *
*> for the rest of the month with the run-rate that produced     *
*> them.                                                         *
*>---------------------------------------------------------------*
78  TIM-JOB-TABLE-SIZE         value 2000.
01  TIM-JOB-TABLE.
    05  TIM-JOB-ENTRY OCCURS 2000 TIMES
                       INDEXED BY TIM-JOB-IDX.
        10  TIM-JOB-JOBID      pic x(8).
        10  TIM-JOB-GROUP      pic s9(4) comp-5.
        10  TIM-JOB-PRIOR-PAGES pic 9(9) comp-5.
        10  TIM-JOB-MTD-PAGES  pic 9(9) comp-5.
        10  TIM-JOB-MTD-ABEND  pic 9(9) comp-5.
        10  TIM-JOB-DAY-RATE   pic 9(9)v99 comp-5.
        10  TIM-JOB-PROJ-ADD   pic 9(9) comp-5.
        10  TIM-JOB-BASIS      pic x(1).
            88  TIM-JOB-BASIS-PRIOR         value 'P'.
            88  TIM-JOB-BASIS-MTD           value 'M'.
            88  TIM-JOB-BASIS-NONE          value 'N'.
01  TIM-JOB-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-JOB-SUB                pic s9(4)  comp-5  value 0.
01  TIM-JOB-FOUND              pic s9(4)  comp-5  value 0.

*>---------------------------------------------------------------*
*> One entry per rate-card pattern some job prices under, with   *
*> the effective date of its tier schedule and the pattern's     *
*> month-to-date and projected month-end pages.  The tier        *
*> columns are filled once the projection is complete.           *
*>---------------------------------------------------------------*
78  TIM-GRP-TABLE-SIZE         value 100.
01  TIM-GRP-TABLE.
    05  TIM-GRP-ENTRY OCCURS 100 TIMES
                       INDEXED BY TIM-GRP-IDX.
        10  TIM-GRP-PATTERN    pic x(8).
        10  TIM-GRP-EFF-DATE   pic x(8).
        10  TIM-GRP-JOBS       pic 9(5) comp-5.
        10  TIM-GRP-MTD-PAGES  pic 9(9) comp-5.
        10  TIM-GRP-MTD-ABEND  pic 9(9) comp-5.
        10  TIM-GRP-PROJ-PAGES pic 9(9) comp-5.
01  TIM-GRP-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-GRP-SUB                pic s9(4)  comp-5  value 0.
01  TIM-GRP-FOUND              pic s9(4)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The tier the projected volume lands in and the next           *
*> breakpoint above it, for the pattern being reported.  A zero  *
*> TIM-TIER-AT means the projection is below the pattern's first *
*> breakpoint; a zero TIM-TIER-NEXT means it is already in the   *
*> top tier.                                                     *
*>---------------------------------------------------------------*
01  TIM-TIER-AT                pic s9(4)  comp-5  value 0.
01  TIM-TIER-NEXT              pic s9(4)  comp-5  value 0.
01  TIM-PAGES-AWAY             pic 9(9)   comp-5  value 0.
01  TIM-PROJ-COST              pic s9(11)v99 comp-5 value 0.
01  TIM-NEXT-COST              pic s9(11)v99 comp-5 value 0.
01  TIM-COST-DIFF              pic s9(11)v99 comp-5 value 0.

*>---------------------------------------------------------------*
*> Run totals.                                                   *
*>---------------------------------------------------------------*
01  TIM-PRIOR-SESSIONS         pic s9(9)  comp-5  value 0.
01  TIM-MTD-SESSIONS           pic s9(9)  comp-5  value 0.
01  TIM-UNDATED-SESSIONS       pic s9(9)  comp-5  value 0.
01  TIM-UNRATED-JOBS           pic s9(4)  comp-5  value 0.
01  TIM-SHORT-PATTERNS         pic s9(4)  comp-5  value 0.

01  TIM-NUM-TEXT               pic z(8)9.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> One line per job on the run-rate listing.                     *
*>---------------------------------------------------------------*
01  TIM-JOB-LINE.
    05  TIM-JBL-JOBID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-PATTERN        pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-PRIOR-PAGES    pic z(9)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-MTD-PAGES      pic z(9)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-DAY-RATE       pic z(8)9.99.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-PROJ-ADD       pic z(9)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-JBL-NOTE           pic x(30).
    05  filler                 pic x(32)  value spaces.

*>---------------------------------------------------------------*
*> One line per pattern on the tier projection.                  *
*>---------------------------------------------------------------*
01  TIM-TIER-LINE.
    05  TIM-TRL-PATTERN        pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-TRL-MTD-PAGES      pic z(9)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-TRL-PROJ-PAGES     pic z(9)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-TRL-TIER           pic z(6)9.
    05  filler                 pic x(1)   value spaces.
    05  TIM-TRL-RATE           pic z9.99999.
    05  filler                 pic x(2)   value spaces.
    05  TIM-TRL-NEXT-TIER      pic z(6)9.
    05  filler                 pic x(1)   value spaces.
    05  TIM-TRL-PAGES-AWAY     pic z(9)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-TRL-PROJ-COST      pic zzz,zzz,zz9.99.
    05  filler                 pic x(2)   value spaces.
    05  TIM-TRL-NEXT-COST      pic zzz,zzz,zz9.99.
    05  filler                 pic x(1)   value spaces.
    05  TIM-TRL-COST-DIFF      pic ---,---,--9.99.
    05  filler                 pic x(1)   value spaces.
    05  TIM-TRL-NOTE           pic x(10).
    05  filler                 pic x(2)   value spaces.

procedure division.

 move function current-date to TIM-CURRENT-TS.
 perform READ-PARM-CARDS.
 perform DERIVE-PROJECTION-MONTHS.
 perform LOAD-RATE-CARDS.
 perform LOAD-RUN-CALENDAR.
 perform COUNT-PROCESSING-DAYS.

 open input RECON-FILE.
 if TIM-RECON-STATUS not = '00'
     display '*** TIMTIERP: ERROR OPENING TIMRECON - FILE STATUS='
             TIM-RECON-STATUS ' - no sessions to project ***' end-display
     move 1 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 open output REPORT-FILE.
 perform WRITE-REPORT-HEADING.

 move spaces to TRC-KEY.
 string TIM-PRIOR-MONTH '00' delimited by size into TRC-RUNID
 end-string.
 move low-values to TRC-JOBID.
 start RECON-FILE key not < TRC-KEY
     invalid key
         set TIM-RECON-AT-EOF to true
 end-start.
 if not TIM-RECON-AT-EOF
     perform READ-NEXT-RECON
 end-if.
 perform TALLY-ONE-SESSION until TIM-RECON-AT-EOF.
 close RECON-FILE.

 perform PROJECT-JOBS.
 perform WRITE-JOB-LISTING.
 perform WRITE-TIER-PROJECTION.
 perform WRITE-PROJECTION-TOTALS.

 close REPORT-FILE.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-PARM-CARDS----------------------------------------------------*
*> ASOF=yyyymmdd is the last run date counted as month to date.  With   *
*> no card it is yesterday - the report goes in during the day, before  *
*> tonight's run - so on the first of a month it projects the month     *
*> just ended, with nothing left to run.  A date that is not a real one *
*> stops the run before anything is written.                            *
*>-----------------------------------------------------------------------*
 READ-PARM-CARDS.
     move TIM-CURRENT-TS (1:8) to TIM-ASOF-DATE
     if TIM-CURRENT-DD > 1
         subtract 1 from TIM-ASOF-DD
     else
         if TIM-CURRENT-MM = 1
             compute TIM-ASOF-YYYY = TIM-CURRENT-YYYY - 1
             end-compute
             move 12 to TIM-ASOF-MM
         else
             compute TIM-ASOF-MM = TIM-CURRENT-MM - 1
             end-compute
         end-if
         move TIM-ASOF-YYYY to TIM-LEN-YYYY
         move TIM-ASOF-MM to TIM-LEN-MM
         perform DERIVE-MONTH-LENGTH
         move TIM-MONTH-DAYS to TIM-ASOF-DD
     end-if
     open input PARM-FILE
     if TIM-PARM-STATUS not = '00'
         display 'TIMTIERP: no TIERPRM file - projecting as of '
                 TIM-ASOF-DATE end-display
         set TIM-PARM-AT-EOF to true
     else
         set TIM-PARM-IS-OPEN to true
     end-if
     perform READ-ONE-PARM-CARD until TIM-PARM-AT-EOF
     if TIM-PARM-IS-OPEN
         close PARM-FILE
     end-if
     if TIM-ASOF-DATE is not numeric
      or TIM-ASOF-MM < 1 or TIM-ASOF-MM > 12
         display '*** TIMTIERP: ASOF CARD IS NOT A VALID YYYYMMDD: '
                 TIM-ASOF-DATE ' ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     move TIM-ASOF-YYYY to TIM-LEN-YYYY
     move TIM-ASOF-MM to TIM-LEN-MM
     perform DERIVE-MONTH-LENGTH
     if TIM-ASOF-DD < 1 or TIM-ASOF-DD > TIM-MONTH-DAYS
         display '*** TIMTIERP: ASOF CARD IS NOT A VALID YYYYMMDD: '
                 TIM-ASOF-DATE ' ***' end-display
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
                 when 'ASOF'
                     move TIM-PARM-VALUE (1:8) to TIM-ASOF-DATE
                 when other
                     display 'TIMTIERP: unrecognized TIERPRM card ignored: '
                             TIM-PARM-CARD end-display
             end-evaluate
         end-if
     end-if
     .

*>---DERIVE-PROJECTION-MONTHS-------------------------------------------*
*> The month projected is the as-of date's; the run-rate month is the   *
*> one before it.  Both lengths are kept - February's in a leap year is *
*> 29 days.                                                             *
*>-----------------------------------------------------------------------*
 DERIVE-PROJECTION-MONTHS.
     move TIM-ASOF-DATE (1:6) to TIM-PROJ-MONTH
     move TIM-MONTH-DAYS to TIM-PROJ-MONTH-DAYS
     if TIM-ASOF-MM = 1
         compute TIM-PRIOR-YYYY = TIM-ASOF-YYYY - 1
         end-compute
         move 12 to TIM-PRIOR-MM
     else
         move TIM-ASOF-YYYY to TIM-PRIOR-YYYY
         compute TIM-PRIOR-MM = TIM-ASOF-MM - 1
         end-compute
     end-if
     move TIM-PRIOR-YYYY to TIM-LEN-YYYY
     move TIM-PRIOR-MM to TIM-LEN-MM
     perform DERIVE-MONTH-LENGTH
     move TIM-MONTH-DAYS to TIM-PRIOR-MONTH-DAYS
     .

*>---DERIVE-MONTH-LENGTH------------------------------------------------*
*> Days in month TIM-LEN-MM of year TIM-LEN-YYYY, into TIM-MONTH-DAYS.  *
*>-----------------------------------------------------------------------*
 DERIVE-MONTH-LENGTH.
     evaluate TIM-LEN-MM
         when 4
         when 6
         when 9
         when 11
             move 30 to TIM-MONTH-DAYS
         when 2
             divide TIM-LEN-YYYY by 4 giving TIM-LEAP-QUOTIENT
                 remainder TIM-LEAP-REM-4
             end-divide
             divide TIM-LEN-YYYY by 100 giving TIM-LEAP-QUOTIENT
                 remainder TIM-LEAP-REM-100
             end-divide
             divide TIM-LEN-YYYY by 400 giving TIM-LEAP-QUOTIENT
                 remainder TIM-LEAP-REM-400
             end-divide
             if TIM-LEAP-REM-4 = 0
              and (TIM-LEAP-REM-100 not = 0 or TIM-LEAP-REM-400 = 0)
                 move 29 to TIM-MONTH-DAYS
             else
                 move 28 to TIM-MONTH-DAYS
             end-if
         when other
             move 31 to TIM-MONTH-DAYS
     end-evaluate
     .

*>---LOAD-RATE-CARDS----------------------------------------------------*
*> Loads the RATECARD tier lines.  There is no tier to project toward   *
*> without them, so a missing file stops the run; a malformed card or a *
*> table overflow stops it too, as it does timvmtch.                    *
*>-----------------------------------------------------------------------*
 LOAD-RATE-CARDS.
     open input RATE-FILE
     if TIM-RATE-STATUS not = '00'
         display '*** TIMTIERP: NO RATECARD FILE - FILE STATUS='
                 TIM-RATE-STATUS ' - no tiers to project toward ***'
                 end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     perform READ-ONE-RATE-CARD until TIM-RATE-AT-EOF
     close RATE-FILE
     if TIM-RTC-COUNT = 0
         display '*** TIMTIERP: RATECARD HOLDS NO RATES ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     .

*>---READ-ONE-RATE-CARD-------------------------------------------------*
 READ-ONE-RATE-CARD.
     read RATE-FILE
         at end
             set TIM-RATE-AT-EOF to true
     end-read
     if not TIM-RATE-AT-EOF
         if TIM-RATE-CARD (1:1) not = '*' and TIM-RATE-CARD not = spaces
             perform PARSE-ONE-RATE-CARD
         end-if
     end-if
     .

*>---PARSE-ONE-RATE-CARD------------------------------------------------*
 PARSE-ONE-RATE-CARD.
     if TRA-PATTERN = spaces
      or TRA-EFF-DATE (1:8) is not numeric
      or function test-numval(TRA-TIER-PAGES) not = 0
      or function test-numval(TRA-RATE) not = 0
      or TIM-RTC-COUNT >= TIM-RTC-TABLE-SIZE
         display '*** TIMTIERP: RATECARD CARD REFUSED: ' TIM-RATE-CARD
                 ' ***' end-display
         move 1 to TIM-OVERALL-RC
         close RATE-FILE
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     add 1 to TIM-RTC-COUNT
     set TIM-RTC-IDX to TIM-RTC-COUNT
     move TRA-PATTERN to TIM-RTC-PATTERN (TIM-RTC-IDX)
     move 'N' to TIM-RTC-WILD-SW (TIM-RTC-IDX)
     compute TIM-RTC-PREF-LEN (TIM-RTC-IDX) =
         function length(function trim(TRA-PATTERN, trailing))
     end-compute
     if TRA-PATTERN (TIM-RTC-PREF-LEN (TIM-RTC-IDX):1) = '*'
         set TIM-RTC-IS-WILD (TIM-RTC-IDX) to true
         subtract 1 from TIM-RTC-PREF-LEN (TIM-RTC-IDX)
     end-if
     move TRA-EFF-DATE to TIM-RTC-EFF-DATE (TIM-RTC-IDX)
     move function numval(TRA-TIER-PAGES)
       to TIM-RTC-TIER-PAGES (TIM-RTC-IDX)
     compute TIM-RTC-RATE (TIM-RTC-IDX) = function numval(TRA-RATE)
     end-compute
     .

*>---LOAD-RUN-CALENDAR--------------------------------------------------*
*> Loads the RUNCAL cards for the two months into the day tables.  The  *
*> remaining processing days are the whole point of the projection, so  *
*> a missing RUNCAL file stops the run, and so does a malformed card,   *
*> as it does timapp.  Cards for other months are passed over.          *
*>-----------------------------------------------------------------------*
 LOAD-RUN-CALENDAR.
     move spaces to TIM-PROJ-CAL-TABLE
     move spaces to TIM-PRIOR-CAL-TABLE
     open input RUNCAL-FILE
     if TIM-RUNCAL-STATUS not = '00'
         display '*** TIMTIERP: NO RUNCAL FILE - FILE STATUS='
                 TIM-RUNCAL-STATUS ' - no processing days to project over'
                 ' ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     perform READ-ONE-RUNCAL-CARD until TIM-RUNCAL-AT-EOF
     close RUNCAL-FILE
     .

*>---READ-ONE-RUNCAL-CARD-----------------------------------------------*
 READ-ONE-RUNCAL-CARD.
     read RUNCAL-FILE
         at end
             set TIM-RUNCAL-AT-EOF to true
     end-read
     if not TIM-RUNCAL-AT-EOF
         if TIM-RUNCAL-CARD (1:1) not = '*'
          and TIM-RUNCAL-CARD not = spaces
             perform PARSE-ONE-RUNCAL-CARD
         end-if
     end-if
     .

*>---PARSE-ONE-RUNCAL-CARD----------------------------------------------*
 PARSE-ONE-RUNCAL-CARD.
     if TCL-DATE (1:8) is not numeric or TCL-DAY-CLASS = spaces
         display '*** TIMTIERP: RUNCAL CARD REFUSED: ' TIM-RUNCAL-CARD
                 ' ***' end-display
         move 1 to TIM-OVERALL-RC
         close RUNCAL-FILE
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     move TCL-DATE (7:2) to TIM-CAL-DAY
     if TIM-CAL-DAY >= 1 and TIM-CAL-DAY <= 31
         if TCL-DATE (1:6) = TIM-PROJ-MONTH
             move TCL-DAY-CLASS to TIM-PROJ-DAY-CLASS (TIM-CAL-DAY)
         end-if
         if TCL-DATE (1:6) = TIM-PRIOR-MONTH
             move TCL-DAY-CLASS to TIM-PRIOR-DAY-CLASS (TIM-CAL-DAY)
         end-if
     end-if
     .

*>---COUNT-PROCESSING-DAYS----------------------------------------------*
*> Processing days elapsed (the first of the month through the as-of    *
*> date) and remaining (the day after it through month-end) in the      *
*> month projected, and the processing days of the prior month.  Days   *
*> the calendar does not list are counted, and counted again as         *
*> unlisted so the report can say so.                                   *
*>-----------------------------------------------------------------------*
 COUNT-PROCESSING-DAYS.
     move 0 to TIM-DAY-SUB
     perform COUNT-ONE-PROJ-DAY until TIM-DAY-SUB >= TIM-PROJ-MONTH-DAYS
     move 0 to TIM-DAY-SUB
     perform COUNT-ONE-PRIOR-DAY until TIM-DAY-SUB >= TIM-PRIOR-MONTH-DAYS
     .

*>---COUNT-ONE-PROJ-DAY-------------------------------------------------*
 COUNT-ONE-PROJ-DAY.
     add 1 to TIM-DAY-SUB
     if TIM-PROJ-DAY-CLASS (TIM-DAY-SUB) not = 'HOLIDAY'
         if TIM-DAY-SUB <= TIM-ASOF-DD
             add 1 to TIM-ELAPSED-DAYS
         else
             add 1 to TIM-REMAINING-DAYS
         end-if
     end-if
     if TIM-PROJ-DAY-CLASS (TIM-DAY-SUB) = spaces
         add 1 to TIM-PROJ-UNLISTED-DAYS
     end-if
     .

*>---COUNT-ONE-PRIOR-DAY------------------------------------------------*
 COUNT-ONE-PRIOR-DAY.
     add 1 to TIM-DAY-SUB
     if TIM-PRIOR-DAY-CLASS (TIM-DAY-SUB) not = 'HOLIDAY'
         add 1 to TIM-PRIOR-DAYS
     end-if
     if TIM-PRIOR-DAY-CLASS (TIM-DAY-SUB) = spaces
         add 1 to TIM-PRIOR-UNLISTED-DAYS
     end-if
     .

*>---READ-NEXT-RECON----------------------------------------------------*
*> Reads on through the prior month and the month to date; the first    *
*> session under a run id past the as-of date ends the pass.            *
*>-----------------------------------------------------------------------*
 READ-NEXT-RECON.
     read RECON-FILE next
         at end
             set TIM-RECON-AT-EOF to true
     end-read
     if not TIM-RECON-AT-EOF
      and TRC-RUNID > TIM-ASOF-DATE
         set TIM-RECON-AT-EOF to true
     end-if
     .

*>---TALLY-ONE-SESSION--------------------------------------------------*
*> Folds one session into its job: prior-month sessions into the job's  *
*> run-rate pages, month-to-date sessions into its month-to-date pages. *
*> Only clean pages are projected - abend-flagged page counts are       *
*> best-effort per the TIMRECON contract, so they are carried alongside *
*> for the report and never added into the tier volume.  A session      *
*> whose run id is not a day of its month is left out, as timvolrp      *
*> leaves it out of its month totals.                                   *
*>-----------------------------------------------------------------------*
 TALLY-ONE-SESSION.
     if TRC-RUNID (7:2) is not numeric
      or TRC-RUNID (7:2) < '01' or TRC-RUNID (7:2) > '31'
         add 1 to TIM-UNDATED-SESSIONS
     else
         perform FIND-JOB-ENTRY
         if TRC-RUNID (1:6) = TIM-PRIOR-MONTH
             add 1 to TIM-PRIOR-SESSIONS
             if TRC-ABEND-FLAG not = 'A'
                 add TRC-PAGE-COUNT to TIM-JOB-PRIOR-PAGES (TIM-JOB-FOUND)
             end-if
         else
             add 1 to TIM-MTD-SESSIONS
             if TRC-ABEND-FLAG = 'A'
                 add TRC-PAGE-COUNT to TIM-JOB-MTD-ABEND (TIM-JOB-FOUND)
             else
                 add TRC-PAGE-COUNT to TIM-JOB-MTD-PAGES (TIM-JOB-FOUND)
             end-if
         end-if
     end-if
     perform READ-NEXT-RECON
     .

*>---FIND-JOB-ENTRY-----------------------------------------------------*
*> Locates the session's job in the job table, adding it on first sight *
*> with the pattern group it prices under.  More jobs than the table    *
*> holds stops the run: a projection that left jobs out would land      *
*> every pattern short.                                                 *
*>-----------------------------------------------------------------------*
 FIND-JOB-ENTRY.
     move 0 to TIM-JOB-FOUND
     set TIM-JOB-IDX to 1
     search TIM-JOB-ENTRY
         at end
             continue
         when TIM-JOB-IDX > TIM-JOB-COUNT
             continue
         when TIM-JOB-JOBID (TIM-JOB-IDX) = TRC-JOBID
             set TIM-JOB-FOUND to TIM-JOB-IDX
     end-search
     if TIM-JOB-FOUND = 0
         if TIM-JOB-COUNT >= TIM-JOB-TABLE-SIZE
             display '*** TIMTIERP: MORE THAN 2000 JOBS IN THE TWO MONTHS - '
                     TRC-JOBID ' NOT PROJECTED ***' end-display
             move 1 to TIM-OVERALL-RC
             close RECON-FILE
             close REPORT-FILE
             move TIM-OVERALL-RC to return-code
             stop run
         end-if
         add 1 to TIM-JOB-COUNT
         move TIM-JOB-COUNT to TIM-JOB-FOUND
         move TRC-JOBID to TIM-JOB-JOBID (TIM-JOB-FOUND)
         move 0 to TIM-JOB-PRIOR-PAGES (TIM-JOB-FOUND)
         move 0 to TIM-JOB-MTD-PAGES (TIM-JOB-FOUND)
         move 0 to TIM-JOB-MTD-ABEND (TIM-JOB-FOUND)
         move 0 to TIM-JOB-DAY-RATE (TIM-JOB-FOUND)
         move 0 to TIM-JOB-PROJ-ADD (TIM-JOB-FOUND)
         set TIM-JOB-BASIS-NONE (TIM-JOB-FOUND) to true
         perform FIND-BEST-PATTERN
         if TIM-RTC-BEST = 0
             move 0 to TIM-JOB-GROUP (TIM-JOB-FOUND)
         else
             perform FIND-GROUP-ENTRY
             move TIM-GRP-FOUND to TIM-JOB-GROUP (TIM-JOB-FOUND)
         end-if
     end-if
     .

*>---FIND-BEST-PATTERN--------------------------------------------------*
*> Resolves the rate-card pattern the job prices under, on timvmtch's   *
*> rules less the tier test - the tier is what is being projected:      *
*> candidates are cards whose pattern matches TRC-JOBID and whose       *
*> effective date is on or before the as-of date; an exact pattern      *
*> beats a prefix, then the latest effective date wins.  Leaves the     *
*> winning card in TIM-RTC-BEST, or zero for an unrated job.            *
*>-----------------------------------------------------------------------*
 FIND-BEST-PATTERN.
     move 0 to TIM-RTC-BEST
     move 0 to TIM-RTC-BEST-SCORE
     move 0 to TIM-RTC-SUB
     perform SCORE-ONE-RATE-CARD until TIM-RTC-SUB >= TIM-RTC-COUNT
     .

*>---SCORE-ONE-RATE-CARD------------------------------------------------*
 SCORE-ONE-RATE-CARD.
     add 1 to TIM-RTC-SUB
     move 0 to TIM-RTC-SCORE
     if TIM-RTC-EFF-DATE (TIM-RTC-SUB) <= TIM-ASOF-DATE
         if TIM-RTC-IS-WILD (TIM-RTC-SUB)
             if TIM-RTC-PREF-LEN (TIM-RTC-SUB) = 0
                 move 1 to TIM-RTC-SCORE
             else
             if TRC-JOBID (1:TIM-RTC-PREF-LEN (TIM-RTC-SUB))
                  = TIM-RTC-PATTERN (TIM-RTC-SUB)
                      (1:TIM-RTC-PREF-LEN (TIM-RTC-SUB))
                 move 1 to TIM-RTC-SCORE
             end-if
             end-if
         else
             if TIM-RTC-PATTERN (TIM-RTC-SUB) = TRC-JOBID
                 move 2 to TIM-RTC-SCORE
             end-if
         end-if
     end-if
     if TIM-RTC-SCORE > 0
         if TIM-RTC-BEST = 0
          or TIM-RTC-SCORE > TIM-RTC-BEST-SCORE
          or (TIM-RTC-SCORE = TIM-RTC-BEST-SCORE
              and TIM-RTC-EFF-DATE (TIM-RTC-SUB)
                    > TIM-RTC-EFF-DATE (TIM-RTC-BEST))
             move TIM-RTC-SUB to TIM-RTC-BEST
             move TIM-RTC-SCORE to TIM-RTC-BEST-SCORE
         end-if
     end-if
     .

*>---FIND-GROUP-ENTRY---------------------------------------------------*
*> Locates the pattern group for the winning card's pattern, adding it  *
*> on first sight.  The winning card carries the latest effective date  *
*> for its pattern, so that date names the tier schedule the group is   *
*> projected against.                                                   *
*>-----------------------------------------------------------------------*
 FIND-GROUP-ENTRY.
     move 0 to TIM-GRP-FOUND
     set TIM-GRP-IDX to 1
     search TIM-GRP-ENTRY
         at end
             continue
         when TIM-GRP-IDX > TIM-GRP-COUNT
             continue
         when TIM-GRP-PATTERN (TIM-GRP-IDX) = TIM-RTC-PATTERN (TIM-RTC-BEST)
             set TIM-GRP-FOUND to TIM-GRP-IDX
     end-search
     if TIM-GRP-FOUND = 0
         add 1 to TIM-GRP-COUNT
         move TIM-GRP-COUNT to TIM-GRP-FOUND
         move TIM-RTC-PATTERN (TIM-RTC-BEST) to TIM-GRP-PATTERN (TIM-GRP-FOUND)
         move TIM-RTC-EFF-DATE (TIM-RTC-BEST)
           to TIM-GRP-EFF-DATE (TIM-GRP-FOUND)
         move 0 to TIM-GRP-JOBS (TIM-GRP-FOUND)
         move 0 to TIM-GRP-MTD-PAGES (TIM-GRP-FOUND)
         move 0 to TIM-GRP-MTD-ABEND (TIM-GRP-FOUND)
         move 0 to TIM-GRP-PROJ-PAGES (TIM-GRP-FOUND)
     end-if
     .

*>---PROJECT-JOBS-------------------------------------------------------*
*> Projects every job to month-end and rolls it into its pattern group. *
*>-----------------------------------------------------------------------*
 PROJECT-JOBS.
     move 0 to TIM-JOB-SUB
     perform PROJECT-ONE-JOB until TIM-JOB-SUB >= TIM-JOB-COUNT
     .

*>---PROJECT-ONE-JOB----------------------------------------------------*
*> A job that ran last month runs on at its prior-month daily rate; a   *
*> job new this month runs on at its month-to-date daily rate; either   *
*> rate times the processing days left is added to its month-to-date    *
*> pages.  A job that ran last month and not yet this month is still    *
*> projected - a monthly job that has not come round yet is the volume  *
*> most easily forgotten.                                               *
*>-----------------------------------------------------------------------*
 PROJECT-ONE-JOB.
     add 1 to TIM-JOB-SUB
     evaluate true
         when TIM-JOB-PRIOR-PAGES (TIM-JOB-SUB) > 0 and TIM-PRIOR-DAYS > 0
             set TIM-JOB-BASIS-PRIOR (TIM-JOB-SUB) to true
             compute TIM-JOB-DAY-RATE (TIM-JOB-SUB) rounded =
                 TIM-JOB-PRIOR-PAGES (TIM-JOB-SUB) / TIM-PRIOR-DAYS
             end-compute
         when TIM-JOB-MTD-PAGES (TIM-JOB-SUB) > 0 and TIM-ELAPSED-DAYS > 0
             set TIM-JOB-BASIS-MTD (TIM-JOB-SUB) to true
             compute TIM-JOB-DAY-RATE (TIM-JOB-SUB) rounded =
                 TIM-JOB-MTD-PAGES (TIM-JOB-SUB) / TIM-ELAPSED-DAYS
             end-compute
         when other
             set TIM-JOB-BASIS-NONE (TIM-JOB-SUB) to true
             move 0 to TIM-JOB-DAY-RATE (TIM-JOB-SUB)
     end-evaluate
     compute TIM-JOB-PROJ-ADD (TIM-JOB-SUB) rounded =
         TIM-JOB-DAY-RATE (TIM-JOB-SUB) * TIM-REMAINING-DAYS
     end-compute
     move TIM-JOB-GROUP (TIM-JOB-SUB) to TIM-GRP-SUB
     if TIM-GRP-SUB = 0
         add 1 to TIM-UNRATED-JOBS
         move 1 to TIM-OVERALL-RC
     else
         add 1 to TIM-GRP-JOBS (TIM-GRP-SUB)
         add TIM-JOB-MTD-PAGES (TIM-JOB-SUB) to TIM-GRP-MTD-PAGES (TIM-GRP-SUB)
         add TIM-JOB-MTD-ABEND (TIM-JOB-SUB) to TIM-GRP-MTD-ABEND (TIM-GRP-SUB)
         compute TIM-GRP-PROJ-PAGES (TIM-GRP-SUB) =
             TIM-GRP-PROJ-PAGES (TIM-GRP-SUB)
           + TIM-JOB-MTD-PAGES (TIM-JOB-SUB)
           + TIM-JOB-PROJ-ADD (TIM-JOB-SUB)
         end-compute
     end-if
     .

*>---WRITE-REPORT-HEADING-----------------------------------------------*
*> The report heading and the calendar the projection runs over.        *
*>-----------------------------------------------------------------------*
 WRITE-REPORT-HEADING.
     move 'TIMTIERP - CONTRACT VOLUME-TIER ATTAINMENT PROJECTION'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string 'MONTH PROJECTED: ' TIM-PROJ-MONTH
            '   MONTH TO DATE THROUGH: ' TIM-ASOF-DATE
            '   RUN-RATE MONTH: ' TIM-PRIOR-MONTH
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-ELAPSED-DAYS to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'PROCESSING DAYS ELAPSED  :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-REMAINING-DAYS to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'PROCESSING DAYS REMAINING:' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-PRIOR-DAYS to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'PROCESSING DAYS IN ' TIM-PRIOR-MONTH ':' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     if TIM-PROJ-UNLISTED-DAYS > 0
         move 1 to TIM-OVERALL-RC
         move TIM-PROJ-UNLISTED-DAYS to TIM-NUM-TEXT
         move spaces to TIM-REPORT-LINE
         string '*** DAYS OF ' TIM-PROJ-MONTH ' NOT ON THE RUNCAL CALENDAR:'
                TIM-NUM-TEXT ' - COUNTED AS PROCESSING DAYS;'
                ' EXTEND THE RUNCAL DECK ***'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     if TIM-PRIOR-UNLISTED-DAYS > 0
         move 1 to TIM-OVERALL-RC
         move TIM-PRIOR-UNLISTED-DAYS to TIM-NUM-TEXT
         move spaces to TIM-REPORT-LINE
         string '*** DAYS OF ' TIM-PRIOR-MONTH ' NOT ON THE RUNCAL CALENDAR:'
                TIM-NUM-TEXT ' - COUNTED AS PROCESSING DAYS ***'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     .

*>---WRITE-JOB-LISTING--------------------------------------------------*
*> One line per job: the pattern it prices under, its prior-month and   *
*> month-to-date clean pages, the daily rate it is projected at, and    *
*> the pages that adds by month-end.  A job the rate card cannot price  *
*> is listed and left out of every pattern.                             *
*>-----------------------------------------------------------------------*
 WRITE-JOB-LISTING.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'JOB RUN-RATES' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'JOB ID    PATTERN  PRIOR PAGES   MTD PAGES     PAGES/DAY'
       to TIM-REPORT-LINE
     move 'PROJ ADD  BASIS' to TIM-REPORT-LINE (61:)
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:120)
     write TIM-REPORT-LINE
     if TIM-JOB-COUNT = 0
         move '  NO SESSIONS IN EITHER MONTH' to TIM-REPORT-LINE
         write TIM-REPORT-LINE
         move 1 to TIM-OVERALL-RC
     end-if
     move 0 to TIM-JOB-SUB
     perform WRITE-ONE-JOB-LINE until TIM-JOB-SUB >= TIM-JOB-COUNT
     .

*>---WRITE-ONE-JOB-LINE-------------------------------------------------*
 WRITE-ONE-JOB-LINE.
     add 1 to TIM-JOB-SUB
     move spaces to TIM-JOB-LINE
     move TIM-JOB-JOBID (TIM-JOB-SUB) to TIM-JBL-JOBID
     if TIM-JOB-GROUP (TIM-JOB-SUB) = 0
         move '(NONE)' to TIM-JBL-PATTERN
     else
         move TIM-GRP-PATTERN (TIM-JOB-GROUP (TIM-JOB-SUB)) to TIM-JBL-PATTERN
     end-if
     move TIM-JOB-PRIOR-PAGES (TIM-JOB-SUB) to TIM-JBL-PRIOR-PAGES
     move TIM-JOB-MTD-PAGES (TIM-JOB-SUB) to TIM-JBL-MTD-PAGES
     move TIM-JOB-DAY-RATE (TIM-JOB-SUB) to TIM-JBL-DAY-RATE
     move TIM-JOB-PROJ-ADD (TIM-JOB-SUB) to TIM-JBL-PROJ-ADD
     evaluate true
         when TIM-JOB-GROUP (TIM-JOB-SUB) = 0
             move 'NO RATE - IN NO PATTERN' to TIM-JBL-NOTE
         when TIM-JOB-BASIS-PRIOR (TIM-JOB-SUB)
             move 'PRIOR-MONTH RUN-RATE' to TIM-JBL-NOTE
         when TIM-JOB-BASIS-MTD (TIM-JOB-SUB)
             move 'NEW THIS MONTH - MTD RATE' to TIM-JBL-NOTE
         when other
             move 'NO CLEAN PAGES - NOT PROJECTED' to TIM-JBL-NOTE
     end-evaluate
     move TIM-JOB-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---WRITE-TIER-PROJECTION----------------------------------------------*
*> One line per pattern: month-to-date and projected month-end pages,   *
*> the tier breakpoint the projection reaches and its rate, the next    *
*> breakpoint and how many pages short of it the projection falls, and  *
*> the month's cost at each - the projected pages at the projected      *
*> tier's rate, against the next breakpoint's pages at its rate.  A     *
*> positive difference means reaching the next breakpoint costs less    *
*> than landing where the month is heading: work worth pulling forward. *
*>-----------------------------------------------------------------------*
 WRITE-TIER-PROJECTION.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'TIER PROJECTION BY RATE-CARD PATTERN' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'PATTERN    MTD PAGES   PROJECTED  AT TIER     RATE     NEXT'
       to TIM-REPORT-LINE
     move 'PAGES AWAY       PROJ COST    COST AT NEXT     DIFFERENCE'
       to TIM-REPORT-LINE (61:)
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:130)
     write TIM-REPORT-LINE
     if TIM-GRP-COUNT = 0
         move '  NO PRICED JOBS TO PROJECT' to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     move 0 to TIM-GRP-SUB
     perform WRITE-ONE-TIER-LINE until TIM-GRP-SUB >= TIM-GRP-COUNT
     .

*>---WRITE-ONE-TIER-LINE------------------------------------------------*
 WRITE-ONE-TIER-LINE.
     add 1 to TIM-GRP-SUB
     perform FIND-PROJECTED-TIER
     move spaces to TIM-TIER-LINE
     move TIM-GRP-PATTERN (TIM-GRP-SUB) to TIM-TRL-PATTERN
     move TIM-GRP-MTD-PAGES (TIM-GRP-SUB) to TIM-TRL-MTD-PAGES
     move TIM-GRP-PROJ-PAGES (TIM-GRP-SUB) to TIM-TRL-PROJ-PAGES
     move 0 to TIM-PROJ-COST
     move 0 to TIM-NEXT-COST
     move 0 to TIM-COST-DIFF
     move 0 to TIM-PAGES-AWAY
     if TIM-TIER-AT > 0
         move TIM-RTC-TIER-PAGES (TIM-TIER-AT) to TIM-TRL-TIER
         move TIM-RTC-RATE (TIM-TIER-AT) to TIM-TRL-RATE
         compute TIM-PROJ-COST rounded =
             TIM-RTC-RATE (TIM-TIER-AT) * TIM-GRP-PROJ-PAGES (TIM-GRP-SUB)
         end-compute
         move TIM-PROJ-COST to TIM-TRL-PROJ-COST
     end-if
     if TIM-TIER-NEXT > 0
         compute TIM-PAGES-AWAY =
             TIM-RTC-TIER-PAGES (TIM-TIER-NEXT)
           - TIM-GRP-PROJ-PAGES (TIM-GRP-SUB)
         end-compute
         compute TIM-NEXT-COST rounded =
             TIM-RTC-RATE (TIM-TIER-NEXT) * TIM-RTC-TIER-PAGES (TIM-TIER-NEXT)
         end-compute
         move TIM-RTC-TIER-PAGES (TIM-TIER-NEXT) to TIM-TRL-NEXT-TIER
         move TIM-PAGES-AWAY to TIM-TRL-PAGES-AWAY
         move TIM-NEXT-COST to TIM-TRL-NEXT-COST
     end-if
     evaluate true
         when TIM-TIER-AT = 0
             move 'BELOW TIER' to TIM-TRL-NOTE
         when TIM-TIER-NEXT = 0
             move 'TOP TIER' to TIM-TRL-NOTE
         when other
             compute TIM-COST-DIFF = TIM-PROJ-COST - TIM-NEXT-COST
             end-compute
             move TIM-COST-DIFF to TIM-TRL-COST-DIFF
             if TIM-COST-DIFF > 0
                 move 'PULL FWD' to TIM-TRL-NOTE
                 add 1 to TIM-SHORT-PATTERNS
             end-if
     end-evaluate
     move TIM-TIER-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---FIND-PROJECTED-TIER------------------------------------------------*
*> Among the pattern's cards at its schedule's effective date, the      *
*> highest breakpoint the projected pages reach (TIM-TIER-AT) and the   *
*> lowest breakpoint above them (TIM-TIER-NEXT), zero where there is    *
*> none.                                                                *
*>-----------------------------------------------------------------------*
 FIND-PROJECTED-TIER.
     move 0 to TIM-TIER-AT
     move 0 to TIM-TIER-NEXT
     move 0 to TIM-RTC-SUB
     perform CHECK-ONE-TIER until TIM-RTC-SUB >= TIM-RTC-COUNT
     .

*>---CHECK-ONE-TIER-----------------------------------------------------*
 CHECK-ONE-TIER.
     add 1 to TIM-RTC-SUB
     if TIM-RTC-PATTERN (TIM-RTC-SUB) = TIM-GRP-PATTERN (TIM-GRP-SUB)
      and TIM-RTC-EFF-DATE (TIM-RTC-SUB) = TIM-GRP-EFF-DATE (TIM-GRP-SUB)
         if TIM-RTC-TIER-PAGES (TIM-RTC-SUB)
              <= TIM-GRP-PROJ-PAGES (TIM-GRP-SUB)
             if TIM-TIER-AT = 0
              or TIM-RTC-TIER-PAGES (TIM-RTC-SUB)
                   > TIM-RTC-TIER-PAGES (TIM-TIER-AT)
                 move TIM-RTC-SUB to TIM-TIER-AT
             end-if
         else
             if TIM-TIER-NEXT = 0
              or TIM-RTC-TIER-PAGES (TIM-RTC-SUB)
                   < TIM-RTC-TIER-PAGES (TIM-TIER-NEXT)
                 move TIM-RTC-SUB to TIM-TIER-NEXT
             end-if
         end-if
     end-if
     .

*>---WRITE-PROJECTION-TOTALS--------------------------------------------*
*> The notes under the projection - what was left out and why - and the *
*> console summary.                                                     *
*>-----------------------------------------------------------------------*
 WRITE-PROJECTION-TOTALS.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move TIM-MTD-SESSIONS to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'MONTH-TO-DATE SESSIONS READ                    :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-PRIOR-SESSIONS to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'PRIOR-MONTH SESSIONS READ                      :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string '* CLEAN PAGES ONLY - ABEND PAGE COUNTS ARE BEST-EFFORT PER '
            'TIMRECON CONTRACT AND ARE NOT PROJECTED'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string '* DIFFERENCE = PROJ COST - COST AT NEXT; POSITIVE MEANS '
            'REACHING THE NEXT BREAKPOINT COSTS LESS (PULL FWD)'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     if TIM-UNDATED-SESSIONS > 0
         move TIM-UNDATED-SESSIONS to TIM-NUM-TEXT
         move spaces to TIM-REPORT-LINE
         string 'SESSIONS WITH A RUN ID THAT IS NOT A DAY OF THE MONTH - '
                'LEFT OUT, AS TIMVOLRP DOES:' TIM-NUM-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     if TIM-UNRATED-JOBS > 0
         move TIM-UNRATED-JOBS to TIM-NUM-TEXT
         move spaces to TIM-REPORT-LINE
         string '*** JOBS THE RATE CARD CANNOT PRICE:' TIM-NUM-TEXT
                ' - LEFT OUT OF EVERY PATTERN ***'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     move TIM-SHORT-PATTERNS to TIM-NUM-TEXT
     display 'TIMTIERP: ' TIM-PROJ-MONTH ' PROJECTED AS OF ' TIM-ASOF-DATE
             ' -' TIM-NUM-TEXT ' PATTERNS WORTH PULLING FORWARD - SEE TIERRPT'
             end-display
     .
