       >>SOURCE FORMAT IS FREE

identification division.
program-id. timaccr.

*>---------------------------------------------------------------*
*> Timitoo Systems month-end print-cost accrual                  *
*>                                                               *
*> Finance books the print vendor's cost when the invoice        *
*> arrives, weeks after the pages were produced, and every       *
*> month-end asks for an estimate anyway.  This prices the       *
*> month's TIMRECON sessions (ACCRPRM MONTH=yyyymm card, default *
*> the month before this one) at the RATECARD tiers exactly as   *
*> timvmtch prices its expected charge - same card deck, same    *
*> pattern, effective-date and tier rules, the chosen rate       *
*> applied to the session's whole page count - and writes the    *
*> general-ledger journal interface file (GLJRNL,                *
*> copybooks/TIMGLJE.cpy): one accrual entry per cost center /   *
*> destination dated the last day of the month, and the matching *
*> reversal entries dated the first of the next.  Destinations   *
*> map to cost centers through the COSTCTR control cards.        *
*> Abend-flagged sessions are accrued in entries of their own,   *
*> basis best-effort, and never mixed into the clean amount.     *
*> The control report (ACCRRPT) carries the month's clean and    *
*> abend page totals as timvolrp reports them, and the priced    *
*> total on timvmtch's expected-charge basis, so finance can tie *
*> the journal back to both.                                     *
*>---------------------------------------------------------------*

environment division.

configuration section.

special-names.

input-output section.

file-control.
*>---------------------------------------------------------------*
*> Print-job reconciliation file written by timapp - read for the *
*> month only, never updated.                                     *
*>---------------------------------------------------------------*
     select RECON-FILE assign to "TIMRECON"
         organization is indexed
         access mode is dynamic
         record key is TRC-KEY
         file status is TIM-RECON-STATUS.

*>---------------------------------------------------------------*
*> Run-control cards - MONTH=yyyymm, EXPACCT= the print expense   *
*> account, LIABACCT= the accrued liability account, DEFCC= the   *
*> cost center for a destination with no COSTCTR card.           *
*>---------------------------------------------------------------*
     select PARM-FILE assign to "ACCRPRM"
         organization is line sequential
         file status is TIM-PARM-STATUS.

*>---------------------------------------------------------------*
*> Rate-card control file - the same deck timvmtch reads: pattern *
*> 1-8 (a job id, or a prefix ending '*'), effective date 10-17,  *
*> tier breakpoint in pages 19-25, rate per page 27-34.           *
*>---------------------------------------------------------------*
     select RATE-FILE assign to "RATECARD"
         organization is line sequential
         file status is TIM-RATE-STATUS.

*>---------------------------------------------------------------*
*> Cost-center control cards - destination 1-8 (a ROUTETAB name,  *
*> or (NONE) for unrouted sessions), cost center 10-17.           *
*>---------------------------------------------------------------*
     select COSTCTR-FILE assign to "COSTCTR"
         organization is line sequential
         file status is TIM-COSTCTR-STATUS.

     select JOURNAL-FILE assign to "GLJRNL"
         organization is line sequential
         file status is TIM-JOURNAL-STATUS.

     select REPORT-FILE assign to "ACCRRPT"
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

fd  COSTCTR-FILE.
01  TIM-COSTCTR-CARD.
    05  TCC-DEST               pic x(8).
    05  filler                 pic x(1).
    05  TCC-COST-CENTER        pic x(8).
    05  filler                 pic x(63).

fd  JOURNAL-FILE.
copy "TIMGLJE.cpy".

fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

working-storage section.

01  TIM-RECON-STATUS           pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.
01  TIM-COSTCTR-STATUS         pic x(2)    value '00'.
01  TIM-JOURNAL-STATUS         pic x(2)    value '00'.

01  TIM-RECON-EOF-SW           pic x(1)    value 'N'.
    88  TIM-RECON-AT-EOF                   value 'Y'.
01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-PARM-OPEN-SW           pic x(1)    value 'N'.
    88  TIM-PARM-IS-OPEN                   value 'Y'.
01  TIM-COSTCTR-EOF-SW         pic x(1)    value 'N'.
    88  TIM-COSTCTR-AT-EOF                 value 'Y'.

01  TIM-PARM-KEYWORD           pic x(16)  value spaces.
01  TIM-PARM-VALUE             pic x(16)  value spaces.

*>---------------------------------------------------------------*
*> The accrual month, its last day (the accrual date) and the    *
*> first day of the next month (the reversal date).              *
*> TIM-ACCRUAL-MONTH compares directly with TRC-RUNID's leading  *
*> six digits.                                                   *
*>---------------------------------------------------------------*
01  TIM-CURRENT-TS             pic x(21)  value spaces.
01  TIM-CURRENT-TS-N redefines TIM-CURRENT-TS.
    05  TIM-CURRENT-YYYY       pic 9(4).
    05  TIM-CURRENT-MM         pic 9(2).
    05  filler                 pic x(15).
01  TIM-ACCRUAL-MONTH          pic x(6)   value spaces.
01  TIM-ACCRUAL-MONTH-N redefines TIM-ACCRUAL-MONTH.
    05  TIM-ACCRUAL-YYYY       pic 9(4).
    05  TIM-ACCRUAL-MM         pic 9(2).
01  TIM-ACCRUAL-DATE           pic 9(8)   value 0.
01  TIM-REVERSAL-DATE          pic 9(8)   value 0.
01  TIM-MONTH-DAYS             pic 9(2)   value 0.
01  TIM-LEAP-QUOTIENT          pic 9(4)   value 0.
01  TIM-LEAP-REM-4             pic 9(4)   value 0.
01  TIM-LEAP-REM-100           pic 9(4)   value 0.
01  TIM-LEAP-REM-400           pic 9(4)   value 0.

*>---------------------------------------------------------------*
*> The ledger accounts and the default cost center.  The         *
*> accounts default to the print expense and accrued liability   *
*> accounts in use when this was written; the ACCRPRM cards      *
*> override them without a change here.                          *
*>---------------------------------------------------------------*
01  TIM-EXPENSE-ACCOUNT        pic x(10)  value '6140000000'.
01  TIM-LIABILITY-ACCOUNT      pic x(10)  value '2150000000'.
01  TIM-DEFAULT-CC             pic x(8)   value spaces.

*>---------------------------------------------------------------*
*> Rate-card state, exactly as timvmtch keeps it: each tier line *
*> with its pattern pre-split (prefix and wildcard flag) so the  *
*> per-session lookup is a straight scan - an exact pattern      *
*> beats a prefix, then the latest effective date on or before   *
*> the run date, then the highest tier breakpoint the session's  *
*> page count reaches.                                           *
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
*> The COSTCTR cards in core - destination and its cost center.  *
*>---------------------------------------------------------------*
78  TIM-CCT-TABLE-SIZE         value 100.
01  TIM-CCT-TABLE.
    05  TIM-CCT-ENTRY OCCURS 100 TIMES
                       INDEXED BY TIM-CCT-IDX.
        10  TIM-CCT-DEST       pic x(8).
        10  TIM-CCT-COST-CENTER pic x(8).
01  TIM-CCT-COUNT              pic s9(4)  comp-5  value 0.

*>---------------------------------------------------------------*
*> Per-destination accrual - the month's priced sessions, clean  *
*> and best-effort (abend-flagged) kept apart, with the cost     *
*> center the destination maps to.  Ordered by cost center then  *
*> destination for the report and the journal.                   *
*>---------------------------------------------------------------*
78  TIM-ACD-TABLE-SIZE         value 100.
01  TIM-ACD-TABLE.
    05  TIM-ACD-ENTRY OCCURS 100 TIMES
                       INDEXED BY TIM-ACD-IDX.
        10  TIM-ACD-COST-CENTER pic x(8).
        10  TIM-ACD-DEST       pic x(8).
        10  TIM-ACD-MAPPED-SW  pic x(1).
            88  TIM-ACD-IS-MAPPED           value 'Y'.
        10  TIM-ACD-SESSIONS   pic 9(9) comp-5.
        10  TIM-ACD-CLEAN-PAGES pic 9(9) comp-5.
        10  TIM-ACD-CLEAN-AMT  pic s9(11)v99 comp-5.
        10  TIM-ACD-ABEND-PAGES pic 9(9) comp-5.
        10  TIM-ACD-ABEND-AMT  pic s9(11)v99 comp-5.
01  TIM-ACD-SWAP-ENTRY.
    05  filler                 pic x(8).
    05  filler                 pic x(8).
    05  filler                 pic x(1).
    05  filler                 pic 9(9) comp-5.
    05  filler                 pic 9(9) comp-5.
    05  filler                 pic s9(11)v99 comp-5.
    05  filler                 pic 9(9) comp-5.
    05  filler                 pic s9(11)v99 comp-5.
01  TIM-ACD-COUNT              pic s9(4)  comp-5  value 0.
01  TIM-ACD-SUB                pic s9(4)  comp-5  value 0.
01  TIM-ACD-FOUND              pic s9(4)  comp-5  value 0.
01  TIM-ACD-DEST-WORK          pic x(8)   value spaces.
01  TIM-ACD-SWAP-SW            pic x(1)   value 'N'.
    88  TIM-ACD-IS-SWAPPED                 value 'Y'.
    88  TIM-ACD-NOT-SWAPPED                value 'N'.

*>---------------------------------------------------------------*
*> Month totals.  The page totals take every session of the      *
*> month the way timvolrp's month totals do - priced or not - so *
*> they tie to its report; the amounts take the priced sessions  *
*> only.                                                         *
*>---------------------------------------------------------------*
01  TIM-SESSION-AMT            pic s9(11)v99 comp-5 value 0.
01  TIM-MONTH-SESSIONS         pic s9(9)  comp-5  value 0.
01  TIM-MONTH-CLEAN-PAGES      pic 9(9)   comp-5  value 0.
01  TIM-MONTH-ABEND-PAGES      pic 9(9)   comp-5  value 0.
01  TIM-ACCRUED-CLEAN-PAGES    pic 9(9)   comp-5  value 0.
01  TIM-ACCRUED-ABEND-PAGES    pic 9(9)   comp-5  value 0.
01  TIM-MONTH-CLEAN-AMT        pic s9(13)v99 comp-5 value 0.
01  TIM-MONTH-ABEND-AMT        pic s9(13)v99 comp-5 value 0.
01  TIM-MONTH-PRICED-AMT       pic s9(13)v99 comp-5 value 0.
01  TIM-UNRATED-SESSIONS       pic s9(9)  comp-5  value 0.
01  TIM-UNRATED-PAGES          pic 9(9)   comp-5  value 0.
01  TIM-UNDATED-SESSIONS       pic s9(9)  comp-5  value 0.
01  TIM-UNMAPPED-DESTS         pic s9(4)  comp-5  value 0.

*>---------------------------------------------------------------*
*> The journal line being built, and the journal's running       *
*> control totals for the trailer.                               *
*>---------------------------------------------------------------*
01  TIM-JE-PASS-SW             pic x(1)   value 'A'.
    88  TIM-JE-ACCRUAL-PASS                value 'A'.
    88  TIM-JE-REVERSAL-PASS               value 'R'.
01  TIM-JEW-ACCOUNT            pic x(10)  value spaces.
01  TIM-JEW-DR-CR              pic x(1)   value spaces.
01  TIM-JEW-AMOUNT             pic s9(11)v99 comp-5 value 0.
01  TIM-JEW-PAGES              pic 9(9)   comp-5  value 0.
01  TIM-JEW-BASIS              pic x(1)   value spaces.
01  TIM-JEW-BASIS-TEXT         pic x(5)   value spaces.
01  TIM-JE-LINES               pic s9(7)  comp-5  value 0.
01  TIM-JE-DEBITS              pic s9(13)v99 comp-5 value 0.
01  TIM-JE-CREDITS             pic s9(13)v99 comp-5 value 0.

01  TIM-NUM-TEXT               pic z(8)9.
01  TIM-AMT-TEXT               pic z,zzz,zzz,zz9.99.
01  TIM-AMT2-TEXT              pic z,zzz,zzz,zz9.99.
01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

*>---------------------------------------------------------------*
*> One line per (cost center, destination) on the control        *
*> report.                                                       *
*>---------------------------------------------------------------*
01  TIM-ACCRUAL-LINE.
    05  TIM-ACL-COST-CENTER    pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-DEST           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-SESSIONS       pic z(7)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-CLEAN-PAGES    pic z(10)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-CLEAN-AMT      pic z,zzz,zzz,zz9.99.
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-ABEND-PAGES    pic z(10)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-ABEND-AMT      pic z,zzz,zzz,zz9.99.
    05  filler                 pic x(2)   value spaces.
    05  TIM-ACL-NOTE           pic x(30).
    05  filler                 pic x(10)  value spaces.

*>---------------------------------------------------------------*
*> One line per session the rate card cannot price.              *
*>---------------------------------------------------------------*
01  TIM-UNRATED-LINE.
    05  TIM-URL-RUNID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-URL-JOBID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-URL-DEST           pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-URL-PAGES          pic z(8)9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-URL-NOTE           pic x(30).
    05  filler                 pic x(61)  value spaces.

procedure division.

 move function current-date to TIM-CURRENT-TS.
 perform READ-PARM-CARDS.
 perform DERIVE-JOURNAL-DATES.
 perform LOAD-RATE-CARDS.
 perform LOAD-COST-CENTERS.

 open input RECON-FILE.
 if TIM-RECON-STATUS not = '00'
     display '*** TIMACCR: ERROR OPENING TIMRECON - FILE STATUS='
             TIM-RECON-STATUS ' - no sessions to accrue ***' end-display
     move 1 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 open output REPORT-FILE.
 perform WRITE-REPORT-HEADING.

 move spaces to TRC-KEY.
 string TIM-ACCRUAL-MONTH '00' delimited by size into TRC-RUNID
 end-string.
 move low-values to TRC-JOBID.
 start RECON-FILE key not < TRC-KEY
     invalid key
         set TIM-RECON-AT-EOF to true
 end-start.
 if not TIM-RECON-AT-EOF
     perform READ-NEXT-RECON
 end-if.
 perform PRICE-ONE-SESSION until TIM-RECON-AT-EOF.
 close RECON-FILE.

 if TIM-UNRATED-SESSIONS = 0
     move '  NONE' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
 end-if.

 perform ORDER-DESTINATIONS.
 perform WRITE-DESTINATION-SUMMARY.
 perform WRITE-JOURNAL.
 perform WRITE-CONTROL-TOTALS.

 close REPORT-FILE.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-PARM-CARDS----------------------------------------------------*
*> MONTH=yyyymm picks the accrual month; with no card it is the month   *
*> before this one - the month-end run goes in after the month has      *
*> closed.  A month that is not a real one stops the run before         *
*> anything is written.                                                 *
*>-----------------------------------------------------------------------*
 READ-PARM-CARDS.
     if TIM-CURRENT-MM = 1
         compute TIM-ACCRUAL-YYYY = TIM-CURRENT-YYYY - 1
         end-compute
         move 12 to TIM-ACCRUAL-MM
     else
         move TIM-CURRENT-YYYY to TIM-ACCRUAL-YYYY
         compute TIM-ACCRUAL-MM = TIM-CURRENT-MM - 1
         end-compute
     end-if
     open input PARM-FILE
     if TIM-PARM-STATUS not = '00'
         display 'TIMACCR: no ACCRPRM file - accruing ' TIM-ACCRUAL-MONTH
                 ' to the default accounts' end-display
         set TIM-PARM-AT-EOF to true
     else
         set TIM-PARM-IS-OPEN to true
     end-if
     perform READ-ONE-PARM-CARD until TIM-PARM-AT-EOF
     if TIM-PARM-IS-OPEN
         close PARM-FILE
     end-if
     if TIM-ACCRUAL-MONTH is not numeric
      or TIM-ACCRUAL-MM < 1 or TIM-ACCRUAL-MM > 12
         display '*** TIMACCR: MONTH CARD IS NOT A VALID YYYYMM: '
                 TIM-ACCRUAL-MONTH ' ***' end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     if TIM-EXPENSE-ACCOUNT = spaces or TIM-LIABILITY-ACCOUNT = spaces
         display '*** TIMACCR: EXPACCT AND LIABACCT MAY NOT BE BLANK ***'
                 end-display
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
                     move TIM-PARM-VALUE (1:6) to TIM-ACCRUAL-MONTH
                 when 'EXPACCT'
                     move TIM-PARM-VALUE to TIM-EXPENSE-ACCOUNT
                 when 'LIABACCT'
                     move TIM-PARM-VALUE to TIM-LIABILITY-ACCOUNT
                 when 'DEFCC'
                     move TIM-PARM-VALUE to TIM-DEFAULT-CC
                 when other
                     display 'TIMACCR: unrecognized ACCRPRM card ignored: '
                             TIM-PARM-CARD end-display
             end-evaluate
         end-if
     end-if
     .

*>---DERIVE-JOURNAL-DATES-----------------------------------------------*
*> The accrual is dated the month's last day - February's in a leap     *
*> year is the 29th - and the reversal the first day of the month       *
*> after.                                                               *
*>-----------------------------------------------------------------------*
 DERIVE-JOURNAL-DATES.
     evaluate TIM-ACCRUAL-MM
         when 4
         when 6
         when 9
         when 11
             move 30 to TIM-MONTH-DAYS
         when 2
             divide TIM-ACCRUAL-YYYY by 4 giving TIM-LEAP-QUOTIENT
                 remainder TIM-LEAP-REM-4
             end-divide
             divide TIM-ACCRUAL-YYYY by 100 giving TIM-LEAP-QUOTIENT
                 remainder TIM-LEAP-REM-100
             end-divide
             divide TIM-ACCRUAL-YYYY by 400 giving TIM-LEAP-QUOTIENT
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
     compute TIM-ACCRUAL-DATE =
         (TIM-ACCRUAL-YYYY * 100 + TIM-ACCRUAL-MM) * 100 + TIM-MONTH-DAYS
     end-compute
     if TIM-ACCRUAL-MM = 12
         compute TIM-REVERSAL-DATE = (TIM-ACCRUAL-YYYY + 1) * 10000 + 101
         end-compute
     else
         compute TIM-REVERSAL-DATE =
             (TIM-ACCRUAL-YYYY * 100 + TIM-ACCRUAL-MM + 1) * 100 + 1
         end-compute
     end-if
     .

*>---LOAD-RATE-CARDS----------------------------------------------------*
*> Loads the RATECARD tier lines.  An accrual cannot be priced without  *
*> them, so a missing file stops the run; a malformed card or a table   *
*> overflow stops it too, as it does timvmtch - half a rate card would  *
*> accrue half the month at the contract rate and the rest at nothing.  *
*>-----------------------------------------------------------------------*
 LOAD-RATE-CARDS.
     open input RATE-FILE
     if TIM-RATE-STATUS not = '00'
         display '*** TIMACCR: NO RATECARD FILE - FILE STATUS='
                 TIM-RATE-STATUS ' - nothing to price the month with ***'
                 end-display
         move 1 to TIM-OVERALL-RC
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     perform READ-ONE-RATE-CARD until TIM-RATE-AT-EOF
     close RATE-FILE
     if TIM-RTC-COUNT = 0
         display '*** TIMACCR: RATECARD HOLDS NO RATES ***' end-display
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
         display '*** TIMACCR: RATECARD CARD REFUSED: ' TIM-RATE-CARD
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

*>---LOAD-COST-CENTERS--------------------------------------------------*
*> Loads the COSTCTR cards.  A missing file is not fatal: every         *
*> destination falls to the DEFCC cost center, and the report flags     *
*> each one so finance can see the entries were not mapped.  A card     *
*> with a blank destination or cost center, or one past the table's     *
*> end, stops the run - a journal posted to the wrong cost center is    *
*> harder to undo than a late one.                                      *
*>-----------------------------------------------------------------------*
 LOAD-COST-CENTERS.
     open input COSTCTR-FILE
     if TIM-COSTCTR-STATUS not = '00'
         display 'TIMACCR: no COSTCTR file - every destination goes to '
                 'the DEFCC cost center' end-display
     else
         perform READ-ONE-COST-CENTER until TIM-COSTCTR-AT-EOF
         close COSTCTR-FILE
     end-if
     .

*>---READ-ONE-COST-CENTER-----------------------------------------------*
 READ-ONE-COST-CENTER.
     read COSTCTR-FILE
         at end
             set TIM-COSTCTR-AT-EOF to true
     end-read
     if not TIM-COSTCTR-AT-EOF
         if TIM-COSTCTR-CARD (1:1) = '*' or TIM-COSTCTR-CARD = spaces
             continue
         else
         if TCC-DEST = spaces or TCC-COST-CENTER = spaces
          or TIM-CCT-COUNT >= TIM-CCT-TABLE-SIZE
             display '*** TIMACCR: COSTCTR CARD REFUSED: '
                     TIM-COSTCTR-CARD ' ***' end-display
             move 1 to TIM-OVERALL-RC
             close COSTCTR-FILE
             move TIM-OVERALL-RC to return-code
             stop run
         else
             add 1 to TIM-CCT-COUNT
             move TCC-DEST to TIM-CCT-DEST (TIM-CCT-COUNT)
             move TCC-COST-CENTER to TIM-CCT-COST-CENTER (TIM-CCT-COUNT)
         end-if
         end-if
     end-if
     .

*>---READ-NEXT-RECON----------------------------------------------------*
*> Reads on through the month; the first session under a later run id   *
*> ends the pass.                                                       *
*>-----------------------------------------------------------------------*
 READ-NEXT-RECON.
     read RECON-FILE next
         at end
             set TIM-RECON-AT-EOF to true
     end-read
     if not TIM-RECON-AT-EOF
      and TRC-RUNID (1:6) > TIM-ACCRUAL-MONTH
         set TIM-RECON-AT-EOF to true
     end-if
     .

*>---PRICE-ONE-SESSION--------------------------------------------------*
*> Prices one session of the month at its rate-card rate and folds it   *
*> into its destination - abend-flagged sessions into the best-effort   *
*> columns, never the clean ones.  A session whose run id is not a day  *
*> of the month is left out, as timvolrp leaves it out of its month     *
*> totals.  A session the rate card cannot price is listed and not      *
*> accrued - never priced at an invented rate - and its pages still     *
*> count toward the page totals, which must tie to timvolrp's whatever  *
*> the rate card says.                                                  *
*>-----------------------------------------------------------------------*
 PRICE-ONE-SESSION.
     if TRC-RUNID (1:6) not = TIM-ACCRUAL-MONTH
      or TRC-RUNID (7:2) is not numeric
      or TRC-RUNID (7:2) < '01' or TRC-RUNID (7:2) > '31'
         add 1 to TIM-UNDATED-SESSIONS
     else
         add 1 to TIM-MONTH-SESSIONS
         if TRC-ABEND-FLAG = 'A'
             add TRC-PAGE-COUNT to TIM-MONTH-ABEND-PAGES
         else
             add TRC-PAGE-COUNT to TIM-MONTH-CLEAN-PAGES
         end-if
         perform FIND-DESTINATION-ENTRY
         add 1 to TIM-ACD-SESSIONS (TIM-ACD-FOUND)
         perform FIND-BEST-RATE
         if TIM-RTC-BEST = 0
             perform NOTE-UNRATED-SESSION
         else
             compute TIM-SESSION-AMT rounded =
                 TIM-RTC-RATE (TIM-RTC-BEST) * TRC-PAGE-COUNT
             end-compute
             add TIM-SESSION-AMT to TIM-MONTH-PRICED-AMT
             if TRC-ABEND-FLAG = 'A'
                 add TRC-PAGE-COUNT to TIM-ACD-ABEND-PAGES (TIM-ACD-FOUND)
                 add TIM-SESSION-AMT to TIM-ACD-ABEND-AMT (TIM-ACD-FOUND)
                 add TIM-SESSION-AMT to TIM-MONTH-ABEND-AMT
                 add TRC-PAGE-COUNT to TIM-ACCRUED-ABEND-PAGES
             else
                 add TRC-PAGE-COUNT to TIM-ACD-CLEAN-PAGES (TIM-ACD-FOUND)
                 add TIM-SESSION-AMT to TIM-ACD-CLEAN-AMT (TIM-ACD-FOUND)
                 add TIM-SESSION-AMT to TIM-MONTH-CLEAN-AMT
                 add TRC-PAGE-COUNT to TIM-ACCRUED-CLEAN-PAGES
             end-if
         end-if
     end-if
     perform READ-NEXT-RECON
     .

*>---NOTE-UNRATED-SESSION-----------------------------------------------*
 NOTE-UNRATED-SESSION.
     add 1 to TIM-UNRATED-SESSIONS
     add TRC-PAGE-COUNT to TIM-UNRATED-PAGES
     move 1 to TIM-OVERALL-RC
     move spaces to TIM-UNRATED-LINE
     move TRC-RUNID to TIM-URL-RUNID
     move TRC-JOBID to TIM-URL-JOBID
     move TIM-ACD-DEST-WORK to TIM-URL-DEST
     move TRC-PAGE-COUNT to TIM-URL-PAGES
     if TRC-ABEND-FLAG = 'A'
         move 'NO RATE - ABEND, NOT ACCRUED' to TIM-URL-NOTE
     else
         move 'NO RATE - NOT ACCRUED' to TIM-URL-NOTE
     end-if
     move TIM-UNRATED-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---FIND-BEST-RATE-----------------------------------------------------*
*> Resolves the rate for the session just read exactly as timvmtch      *
*> does: candidates are cards whose pattern matches TRC-JOBID, whose    *
*> effective date is on or before the run date and whose tier           *
*> breakpoint the session's page count reaches; among them an exact     *
*> pattern beats a prefix, then the latest effective date, then the     *
*> highest breakpoint.  Leaves the winning entry in TIM-RTC-BEST, or    *
*> zero for an unrated job.                                             *
*>-----------------------------------------------------------------------*
 FIND-BEST-RATE.
     move 0 to TIM-RTC-BEST
     move 0 to TIM-RTC-BEST-SCORE
     move 0 to TIM-RTC-SUB
     perform SCORE-ONE-RATE-CARD until TIM-RTC-SUB >= TIM-RTC-COUNT
     .

*>---SCORE-ONE-RATE-CARD------------------------------------------------*
 SCORE-ONE-RATE-CARD.
     add 1 to TIM-RTC-SUB
     move 0 to TIM-RTC-SCORE
     if TIM-RTC-EFF-DATE (TIM-RTC-SUB) <= TRC-RUNID
      and TIM-RTC-TIER-PAGES (TIM-RTC-SUB) <= TRC-PAGE-COUNT
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
          or (TIM-RTC-SCORE = TIM-RTC-BEST-SCORE
              and TIM-RTC-EFF-DATE (TIM-RTC-SUB)
                    = TIM-RTC-EFF-DATE (TIM-RTC-BEST)
              and TIM-RTC-TIER-PAGES (TIM-RTC-SUB)
                    > TIM-RTC-TIER-PAGES (TIM-RTC-BEST))
             move TIM-RTC-SUB to TIM-RTC-BEST
             move TIM-RTC-SCORE to TIM-RTC-BEST-SCORE
         end-if
     end-if
     .

*>---FIND-DESTINATION-ENTRY---------------------------------------------*
*> Locates the session's destination in the accrual table - unrouted    *
*> sessions under (NONE), as timvmtch splits them - adding it, with its *
*> cost center, on first sight.  A destination with no COSTCTR card     *
*> takes the DEFCC cost center, or UNMAPPED when there is none, and is  *
*> flagged.  More destinations than the table holds stops the run: a    *
*> journal that left one out would not tie.                             *
*>-----------------------------------------------------------------------*
 FIND-DESTINATION-ENTRY.
     if TRC-DEST = spaces
         move '(NONE)' to TIM-ACD-DEST-WORK
     else
         move TRC-DEST to TIM-ACD-DEST-WORK
     end-if
     move 0 to TIM-ACD-FOUND
     set TIM-ACD-IDX to 1
     search TIM-ACD-ENTRY
         at end
             continue
         when TIM-ACD-IDX > TIM-ACD-COUNT
             continue
         when TIM-ACD-DEST (TIM-ACD-IDX) = TIM-ACD-DEST-WORK
             set TIM-ACD-FOUND to TIM-ACD-IDX
     end-search
     if TIM-ACD-FOUND = 0
         if TIM-ACD-COUNT >= TIM-ACD-TABLE-SIZE
             display '*** TIMACCR: MORE THAN 100 DESTINATIONS IN THE MONTH'
                     ' - ' TIM-ACD-DEST-WORK ' NOT ACCRUED ***' end-display
             move 1 to TIM-OVERALL-RC
             close RECON-FILE
             close REPORT-FILE
             move TIM-OVERALL-RC to return-code
             stop run
         end-if
         add 1 to TIM-ACD-COUNT
         move TIM-ACD-COUNT to TIM-ACD-FOUND
         move TIM-ACD-DEST-WORK to TIM-ACD-DEST (TIM-ACD-FOUND)
         move 0 to TIM-ACD-SESSIONS (TIM-ACD-FOUND)
         move 0 to TIM-ACD-CLEAN-PAGES (TIM-ACD-FOUND)
         move 0 to TIM-ACD-CLEAN-AMT (TIM-ACD-FOUND)
         move 0 to TIM-ACD-ABEND-PAGES (TIM-ACD-FOUND)
         move 0 to TIM-ACD-ABEND-AMT (TIM-ACD-FOUND)
         set TIM-CCT-IDX to 1
         search TIM-CCT-ENTRY
             at end
                 move 'N' to TIM-ACD-MAPPED-SW (TIM-ACD-FOUND)
             when TIM-CCT-IDX > TIM-CCT-COUNT
                 move 'N' to TIM-ACD-MAPPED-SW (TIM-ACD-FOUND)
             when TIM-CCT-DEST (TIM-CCT-IDX) = TIM-ACD-DEST-WORK
                 set TIM-ACD-IS-MAPPED (TIM-ACD-FOUND) to true
                 move TIM-CCT-COST-CENTER (TIM-CCT-IDX)
                   to TIM-ACD-COST-CENTER (TIM-ACD-FOUND)
         end-search
         if not TIM-ACD-IS-MAPPED (TIM-ACD-FOUND)
             add 1 to TIM-UNMAPPED-DESTS
             move 1 to TIM-OVERALL-RC
             if TIM-DEFAULT-CC = spaces
                 move 'UNMAPPED' to TIM-ACD-COST-CENTER (TIM-ACD-FOUND)
             else
                 move TIM-DEFAULT-CC to TIM-ACD-COST-CENTER (TIM-ACD-FOUND)
             end-if
         end-if
     end-if
     .

*>---ORDER-DESTINATIONS-------------------------------------------------*
*> Exchange sort of the accrual table into cost center then destination *
*> order.                                                               *
*>-----------------------------------------------------------------------*
 ORDER-DESTINATIONS.
     set TIM-ACD-IS-SWAPPED to true
     perform ORDER-ONE-PASS
         until TIM-ACD-NOT-SWAPPED or TIM-ACD-COUNT < 2
     .

*>---ORDER-ONE-PASS-----------------------------------------------------*
 ORDER-ONE-PASS.
     set TIM-ACD-NOT-SWAPPED to true
     move 1 to TIM-ACD-SUB
     perform ORDER-ONE-COMPARE until TIM-ACD-SUB >= TIM-ACD-COUNT
     .

*>---ORDER-ONE-COMPARE--------------------------------------------------*
 ORDER-ONE-COMPARE.
     if TIM-ACD-COST-CENTER (TIM-ACD-SUB)
          > TIM-ACD-COST-CENTER (TIM-ACD-SUB + 1)
      or (TIM-ACD-COST-CENTER (TIM-ACD-SUB)
            = TIM-ACD-COST-CENTER (TIM-ACD-SUB + 1)
          and TIM-ACD-DEST (TIM-ACD-SUB) > TIM-ACD-DEST (TIM-ACD-SUB + 1))
         move TIM-ACD-ENTRY (TIM-ACD-SUB) to TIM-ACD-SWAP-ENTRY
         move TIM-ACD-ENTRY (TIM-ACD-SUB + 1)
           to TIM-ACD-ENTRY (TIM-ACD-SUB)
         move TIM-ACD-SWAP-ENTRY to TIM-ACD-ENTRY (TIM-ACD-SUB + 1)
         set TIM-ACD-IS-SWAPPED to true
     end-if
     add 1 to TIM-ACD-SUB
     .

*>---WRITE-REPORT-HEADING-----------------------------------------------*
*> The report heading, then the heading of the unrated-session listing  *
*> the pricing pass writes under.                                       *
*>-----------------------------------------------------------------------*
 WRITE-REPORT-HEADING.
     move 'TIMACCR - MONTH-END PRINT-COST ACCRUAL CONTROL REPORT'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string 'ACCRUAL MONTH: ' TIM-ACCRUAL-MONTH
            '   ACCRUAL DATE: ' TIM-ACCRUAL-DATE
            '   REVERSAL DATE: ' TIM-REVERSAL-DATE
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string 'EXPENSE ACCOUNT: ' TIM-EXPENSE-ACCOUNT
            '   ACCRUED LIABILITY ACCOUNT: ' TIM-LIABILITY-ACCOUNT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'SESSIONS THE RATE CARD CANNOT PRICE - NOT ACCRUED'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'RUN DATE  JOB ID    DEST          PAGES  NOTE'
       to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:80)
     write TIM-REPORT-LINE
     .

*>---WRITE-DESTINATION-SUMMARY------------------------------------------*
*> One line per (cost center, destination), then the totals line.  The  *
*> abend columns are best-effort and are carried in their own journal   *
*> entries.                                                             *
*>-----------------------------------------------------------------------*
 WRITE-DESTINATION-SUMMARY.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'ACCRUAL BY COST CENTER / DESTINATION' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'COST CTR  DEST      SESSIONS  CLEAN PAGES      CLEAN AMOUNT'
       to TIM-REPORT-LINE
     move 'ABEND PAGES*    ABEND AMOUNT*' to TIM-REPORT-LINE (62:)
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:120)
     write TIM-REPORT-LINE
     if TIM-ACD-COUNT = 0
         move '  NO SESSIONS IN THE MONTH' to TIM-REPORT-LINE
         write TIM-REPORT-LINE
         move 1 to TIM-OVERALL-RC
     end-if
     move 0 to TIM-ACD-SUB
     perform WRITE-ONE-DESTINATION-LINE until TIM-ACD-SUB >= TIM-ACD-COUNT
     move spaces to TIM-ACCRUAL-LINE
     move 'TOTAL' to TIM-ACL-COST-CENTER
     move TIM-MONTH-SESSIONS to TIM-ACL-SESSIONS
     move TIM-ACCRUED-CLEAN-PAGES to TIM-ACL-CLEAN-PAGES
     move TIM-MONTH-CLEAN-AMT to TIM-ACL-CLEAN-AMT
     move TIM-ACCRUED-ABEND-PAGES to TIM-ACL-ABEND-PAGES
     move TIM-MONTH-ABEND-AMT to TIM-ACL-ABEND-AMT
     move TIM-ACCRUAL-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---WRITE-ONE-DESTINATION-LINE-----------------------------------------*
 WRITE-ONE-DESTINATION-LINE.
     add 1 to TIM-ACD-SUB
     move spaces to TIM-ACCRUAL-LINE
     move TIM-ACD-COST-CENTER (TIM-ACD-SUB) to TIM-ACL-COST-CENTER
     move TIM-ACD-DEST (TIM-ACD-SUB) to TIM-ACL-DEST
     move TIM-ACD-SESSIONS (TIM-ACD-SUB) to TIM-ACL-SESSIONS
     move TIM-ACD-CLEAN-PAGES (TIM-ACD-SUB) to TIM-ACL-CLEAN-PAGES
     move TIM-ACD-CLEAN-AMT (TIM-ACD-SUB) to TIM-ACL-CLEAN-AMT
     move TIM-ACD-ABEND-PAGES (TIM-ACD-SUB) to TIM-ACL-ABEND-PAGES
     move TIM-ACD-ABEND-AMT (TIM-ACD-SUB) to TIM-ACL-ABEND-AMT
     if not TIM-ACD-IS-MAPPED (TIM-ACD-SUB)
         move 'NO COSTCTR CARD - DEFAULTED' to TIM-ACL-NOTE
     end-if
     move TIM-ACCRUAL-LINE to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     .

*>---WRITE-JOURNAL------------------------------------------------------*
*> The journal file: every destination's accrual lines, then every      *
*> destination's reversal lines, then the trailer.  A journal that will *
*> not open is a hard stop - the report alone books nothing.            *
*>-----------------------------------------------------------------------*
 WRITE-JOURNAL.
     open output JOURNAL-FILE
     if TIM-JOURNAL-STATUS not = '00'
         display '*** TIMACCR: ERROR OPENING GLJRNL - FILE STATUS='
                 TIM-JOURNAL-STATUS ' - no journal written ***' end-display
         move 1 to TIM-OVERALL-RC
         close REPORT-FILE
         move TIM-OVERALL-RC to return-code
         stop run
     end-if
     set TIM-JE-ACCRUAL-PASS to true
     move 0 to TIM-ACD-SUB
     perform WRITE-DESTINATION-ENTRIES until TIM-ACD-SUB >= TIM-ACD-COUNT
     set TIM-JE-REVERSAL-PASS to true
     move 0 to TIM-ACD-SUB
     perform WRITE-DESTINATION-ENTRIES until TIM-ACD-SUB >= TIM-ACD-COUNT
     move spaces to TIM-GLJE-TRAILER
     move 'T' to TGT-RECORD-TYPE
     move 'TIMACCR' to TGT-SOURCE
     move TIM-ACCRUAL-MONTH to TGT-PERIOD
     move TIM-JE-LINES to TGT-LINE-COUNT
     move TIM-JE-DEBITS to TGT-DEBIT-TOTAL
     move TIM-JE-CREDITS to TGT-CREDIT-TOTAL
     write TIM-GLJE-TRAILER
     close JOURNAL-FILE
     .

*>---WRITE-DESTINATION-ENTRIES------------------------------------------*
*> One destination's entries for the pass being written: the clean      *
*> amount as one balanced debit/credit pair and the best-effort amount  *
*> as another.  An amount of zero writes nothing.                       *
*>-----------------------------------------------------------------------*
 WRITE-DESTINATION-ENTRIES.
     add 1 to TIM-ACD-SUB
     if TIM-ACD-CLEAN-AMT (TIM-ACD-SUB) > 0
         move 'C' to TIM-JEW-BASIS
         move TIM-ACD-CLEAN-AMT (TIM-ACD-SUB) to TIM-JEW-AMOUNT
         move TIM-ACD-CLEAN-PAGES (TIM-ACD-SUB) to TIM-JEW-PAGES
         perform WRITE-ENTRY-PAIR
     end-if
     if TIM-ACD-ABEND-AMT (TIM-ACD-SUB) > 0
         move 'B' to TIM-JEW-BASIS
         move TIM-ACD-ABEND-AMT (TIM-ACD-SUB) to TIM-JEW-AMOUNT
         move TIM-ACD-ABEND-PAGES (TIM-ACD-SUB) to TIM-JEW-PAGES
         perform WRITE-ENTRY-PAIR
     end-if
     .

*>---WRITE-ENTRY-PAIR---------------------------------------------------*
*> The accrual debits expense and credits the accrued liability; the    *
*> reversal does the opposite.                                          *
*>-----------------------------------------------------------------------*
 WRITE-ENTRY-PAIR.
     move TIM-EXPENSE-ACCOUNT to TIM-JEW-ACCOUNT
     if TIM-JE-ACCRUAL-PASS
         move 'D' to TIM-JEW-DR-CR
     else
         move 'C' to TIM-JEW-DR-CR
     end-if
     perform WRITE-JOURNAL-LINE
     move TIM-LIABILITY-ACCOUNT to TIM-JEW-ACCOUNT
     if TIM-JE-ACCRUAL-PASS
         move 'C' to TIM-JEW-DR-CR
     else
         move 'D' to TIM-JEW-DR-CR
     end-if
     perform WRITE-JOURNAL-LINE
     .

*>---WRITE-JOURNAL-LINE-------------------------------------------------*
 WRITE-JOURNAL-LINE.
     move spaces to TIM-GLJE-RECORD
     set TGJ-IS-DETAIL to true
     move 'TIMACCR' to TGJ-SOURCE
     move TIM-ACCRUAL-MONTH to TGJ-PERIOD
     move TIM-JEW-ACCOUNT to TGJ-ACCOUNT
     move TIM-ACD-COST-CENTER (TIM-ACD-SUB) to TGJ-COST-CENTER
     move TIM-ACD-DEST (TIM-ACD-SUB) to TGJ-DEST
     move TIM-JEW-DR-CR to TGJ-DR-CR
     move TIM-JEW-AMOUNT to TGJ-AMOUNT
     move TIM-JEW-PAGES to TGJ-PAGES
     move TIM-JEW-BASIS to TGJ-BASIS
     if TGJ-BASIS-CLEAN
         move 'CLEAN' to TIM-JEW-BASIS-TEXT
     else
         move 'ABEND' to TIM-JEW-BASIS-TEXT
     end-if
     if TIM-JE-ACCRUAL-PASS
         move TIM-ACCRUAL-DATE to TGJ-JOURNAL-DATE
         set TGJ-IS-ACCRUAL to true
         string 'PRINT ACCRUAL ' TIM-ACCRUAL-MONTH (1:4) '-'
                TIM-ACCRUAL-MONTH (5:2) ' ' TIM-JEW-BASIS-TEXT
             delimited by size into TGJ-DESCRIPTION
         end-string
     else
         move TIM-REVERSAL-DATE to TGJ-JOURNAL-DATE
         set TGJ-IS-REVERSAL to true
         string 'ACCR REVERSAL ' TIM-ACCRUAL-MONTH (1:4) '-'
                TIM-ACCRUAL-MONTH (5:2) ' ' TIM-JEW-BASIS-TEXT
             delimited by size into TGJ-DESCRIPTION
         end-string
     end-if
     write TIM-GLJE-RECORD
     add 1 to TIM-JE-LINES
     if TGJ-IS-DEBIT
         add TIM-JEW-AMOUNT to TIM-JE-DEBITS
     else
         add TIM-JEW-AMOUNT to TIM-JE-CREDITS
     end-if
     .

*>---WRITE-CONTROL-TOTALS-----------------------------------------------*
*> The tie-back.  Clean and abend pages are the month totals timvolrp   *
*> reports for the same month; the priced total is the expected charge  *
*> timvmtch computes for the same sessions; the accrual is the priced   *
*> total split clean / best-effort; and the journal's debits equal its  *
*> credits, twice the accrual.                                          *
*>-----------------------------------------------------------------------*
 WRITE-CONTROL-TOTALS.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'CONTROL TOTALS' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:80)
     write TIM-REPORT-LINE
     move TIM-MONTH-SESSIONS to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'SESSIONS IN MONTH                              :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-MONTH-CLEAN-PAGES to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'CLEAN PAGES (TIMVOLRP MONTH TOTAL PAGES)       :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-MONTH-ABEND-PAGES to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string 'ABEND PAGES (TIMVOLRP MONTH ABEND PAGES)       :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-UNRATED-PAGES to TIM-NUM-TEXT
     move spaces to TIM-REPORT-LINE
     string '  OF WHICH UNRATED - NOT ACCRUED               :' TIM-NUM-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-MONTH-PRICED-AMT to TIM-AMT-TEXT
     move spaces to TIM-REPORT-LINE
     string 'PRICED TOTAL (TIMVMTCH EXPECTED-CHARGE BASIS)  :' TIM-AMT-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-MONTH-CLEAN-AMT to TIM-AMT-TEXT
     move spaces to TIM-REPORT-LINE
     string '  CLEAN ACCRUAL                                :' TIM-AMT-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-MONTH-ABEND-AMT to TIM-AMT-TEXT
     move spaces to TIM-REPORT-LINE
     string '  BEST-EFFORT (ABEND) ACCRUAL                  :' TIM-AMT-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-JE-LINES to TIM-NUM-TEXT
     move TIM-JE-DEBITS to TIM-AMT-TEXT
     move TIM-JE-CREDITS to TIM-AMT2-TEXT
     move spaces to TIM-REPORT-LINE
     string 'JOURNAL LINES WRITTEN                          :' TIM-NUM-TEXT
            '   DEBITS:' TIM-AMT-TEXT '   CREDITS:' TIM-AMT2-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string '* ABEND COLUMNS ARE BEST-EFFORT PER TIMRECON CONTRACT - '
            'ACCRUED IN THEIR OWN ENTRIES, BASIS B'
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
     if TIM-UNMAPPED-DESTS > 0
         move TIM-UNMAPPED-DESTS to TIM-NUM-TEXT
         move spaces to TIM-REPORT-LINE
         string '*** DESTINATIONS WITH NO COSTCTR CARD:' TIM-NUM-TEXT
                ' - ADD THEM BEFORE THE JOURNAL IS POSTED ***'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     if TIM-UNRATED-SESSIONS > 0
         move TIM-UNRATED-SESSIONS to TIM-NUM-TEXT
         move spaces to TIM-REPORT-LINE
         string '*** SESSIONS NOT PRICED:' TIM-NUM-TEXT
                ' - THE ACCRUAL IS SHORT BY THEIR COST ***'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     move TIM-JE-LINES to TIM-NUM-TEXT
     display 'TIMACCR: ' TIM-ACCRUAL-MONTH ' ACCRUED -' TIM-NUM-TEXT
             ' JOURNAL LINES - SEE ACCRRPT' end-display
     .
