*> and in any manual reprint job - and refuses to let the print  *
*> step run unless the TIMPREFL cluster holds a clearance for    *
*> the run id that is a PASS, carries no failed tests, and is    *
*> fresher than MAXAGEMIN minutes (PREFPRM card, default 720),   *
*> and was issued under an AFP library build TIMCERT shows as    *
*> CERTIFIED - a new build holds the print until an operator     *
*> signs it off through AFPCERT.                                 *
*> AFPPRINT itself is vendor code, so the verification rides in  *
*> front of it as this gate step, COND-wired so a refusal        *
*> bypasses the print: the go/no-go decision travels with the    *
*> data instead of living only inside one job stream's COND      *
*> logic.  Return code 0 clears the print run; anything else     *
*> blocks it.                                                    *
*> Where the step supplies a GATELOG, each decision - released   *
*> or refused, and why - is appended to it in the override-log   *
*> layout (copybooks/TIMOVRD.cpy), so the morning turnover       *
*> report reads what the gate actually decided instead of        *
*> guessing from COND codes.                                     *
*>---------------------------------------------------------------*

environment division.
         record key is TPF-KEY
         file status is TIM-PREFLT-STATUS.

     select CERT-FILE assign to "TIMCERT"
         organization is indexed
         access mode is dynamic
         record key is TCE-KEY
         file status is TIM-CERT-STATUS.

     select PARM-FILE assign to "PREFPRM"
         organization is line sequential
         file status is TIM-PARM-STATUS.

*> one line per gate decision; a step without the DD (a manual
*> reprint) simply goes unlogged
     select GATE-FILE assign to "GATELOG"
         organization is line sequential
         file status is TIM-GATE-STATUS.

data division.

file section.
fd  PREFLT-FILE.
copy "TIMPREF.cpy".

fd  CERT-FILE.
copy "TIMCERT.cpy".

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).

fd  GATE-FILE.
copy "TIMOVRD.cpy".

working-storage section.

01  TIM-PREFLT-STATUS          pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.
01  TIM-CERT-STATUS            pic x(2)    value '00'.
01  TIM-GATE-STATUS            pic x(2)    value '00'.

01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-TS-HH                  pic 9(2)   value 0.
01  TIM-TS-MM                  pic 9(2)   value 0.

*> the decision as GATELOG records it - every refusal path names
*> its reason here as well as on the console
01  TIM-GATE-REASON            pic x(35)  value spaces.

01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

procedure division.

 move function current-date to TIM-CURRENT-TS.
 move TIM-CURRENT-TS (1:8) to TIM-CHECK-RUNID.
 perform READ-PARM-CARDS.

 open input PREFLT-FILE.
 if TIM-PREFLT-STATUS not = '00'
     display '*** TIMPFCHK: ERROR OPENING TIMPREFL - FILE STATUS='
             TIM-PREFLT-STATUS ' - PRINT RUN REFUSED ***' end-display
     move 1 to TIM-OVERALL-RC
     move 'TIMPREFL WILL NOT OPEN' to TIM-GATE-REASON
     perform WRITE-GATE-LOG
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 perform VERIFY-CLEARANCE.
 perform WRITE-GATE-LOG.

 close PREFLT-FILE.
 move TIM-OVERALL-RC to return-code.
             display '*** RUN THE PRE-FLIGHT (AFPNIGHT REGRESS) FOR '
                     'THIS RUN ID FIRST ***' end-display
             move 1 to TIM-OVERALL-RC
             move 'NO CLEARANCE ON FILE' to TIM-GATE-REASON
         not invalid key
             perform CHECK-CLEARANCE-CONTENT
     end-read
                     ' IS ' TPF-VERDICT ' - PRINT RUN REFUSED ***'
                     end-display
             move 1 to TIM-OVERALL-RC
             move 'CLEARANCE VERDICT IS NOT PASS' to TIM-GATE-REASON
         when TPF-FAIL-COUNT not = 0
             display '*** TIMPFCHK: CLEARANCE FOR RUNID=' TPF-RUNID
                     ' CARRIES ' TPF-FAIL-COUNT
                     ' FAILED TESTS - PRINT RUN REFUSED ***' end-display
             move 1 to TIM-OVERALL-RC
             move 'CLEARANCE CARRIES FAILED TESTS' to TIM-GATE-REASON
         when TPF-PASS-COUNT = 0
             display '*** TIMPFCHK: CLEARANCE FOR RUNID=' TPF-RUNID
                     ' SHOWS ZERO TESTS PASSED - A RUN THAT RAN'
                     ' NOTHING CLEARS NOTHING - PRINT RUN REFUSED ***'
                     end-display
             move 1 to TIM-OVERALL-RC
             move 'CLEARANCE SHOWS ZERO TESTS PASSED' to TIM-GATE-REASON
         when TPF-LIB-LEVEL = spaces
             display '*** TIMPFCHK: CLEARANCE FOR RUNID=' TPF-RUNID
                     ' NAMES NO AFP LIBRARY BUILD - PRINT RUN'
                     ' REFUSED ***' end-display
             display '*** RERUN THE PRE-FLIGHT SO THE CLEARANCE '
                     'RECORDS THE BUILD IT WAS EARNED AGAINST ***'
                     end-display
             move 1 to TIM-OVERALL-RC
             move 'CLEARANCE NAMES NO LIBRARY BUILD' to TIM-GATE-REASON
         when other
             perform CHECK-CLEARANCE-LIBRARY
             if TIM-OVERALL-RC = 0
                 perform CHECK-CLEARANCE-AGE
             end-if
     end-evaluate
     .

*>---CHECK-CLEARANCE-LIBRARY--------------------------------------------*
*> The clearance proves the night's regression passed against one       *
*> particular build of the vendor library; it clears the print only     *
*> once that build has been signed off in TIMCERT.  A build still       *
*> PENDING, a build TIMCERT has never heard of, and a TIMCERT that will *
*> not open all refuse - an unverifiable library is exactly the         *
*> unannounced change this gate exists to stop.                         *
*>-----------------------------------------------------------------------*
 CHECK-CLEARANCE-LIBRARY.
     open input CERT-FILE
     if TIM-CERT-STATUS not = '00'
         display '*** TIMPFCHK: ERROR OPENING TIMCERT - FILE STATUS='
                 TIM-CERT-STATUS ' - LIBRARY BUILD CANNOT BE VERIFIED'
                 ' - PRINT RUN REFUSED ***' end-display
         move 1 to TIM-OVERALL-RC
         move 'TIMCERT WILL NOT OPEN' to TIM-GATE-REASON
     else
         move TPF-LIB-LEVEL to TCE-LIB-LEVEL
         read CERT-FILE
             invalid key
                 display '*** TIMPFCHK: LIBRARY BUILD ' TPF-LIB-LEVEL
                         ' HAS NO TIMCERT ENTRY - PRINT RUN REFUSED ***'
                         end-display
                 move 1 to TIM-OVERALL-RC
                 move 'LIBRARY BUILD HAS NO TIMCERT ENTRY'
                   to TIM-GATE-REASON
             not invalid key
                 if not TCE-IS-CERTIFIED
                     display '*** TIMPFCHK: CLEARANCE FOR RUNID='
                             TPF-RUNID ' WAS EARNED UNDER LIBRARY BUILD '
                             TPF-LIB-LEVEL ' - NOT YET CERTIFIED - PRINT'
                             ' RUN REFUSED ***' end-display
                     display '*** SIGN THE BUILD OFF VIA AFPCERT '
                             '(OPERATOR ID AND REASON) AND RESUBMIT ***'
                             end-display
                     move 1 to TIM-OVERALL-RC
                     move 'LIBRARY BUILD NOT YET CERTIFIED'
                       to TIM-GATE-REASON
                 else
                     display 'TIMPFCHK: LIBRARY BUILD ' TPF-LIB-LEVEL
                             ' CERTIFIED BY ' TCE-CERT-OPERATOR ' ON '
                             TCE-CERT-TIMESTAMP (1:8) end-display
                 end-if
         end-read
         close CERT-FILE
     end-if
     .

*>---CHECK-CLEARANCE-AGE------------------------------------------------*
*> Age in minutes from the clearance timestamp to now, across midnight  *
*> via day numbers.  A clearance older than MAXAGEMIN no longer proves  *
                 TIM-MAX-AGE-MINS ') - PRINT RUN REFUSED ***'
                 end-display
         move 1 to TIM-OVERALL-RC
         move 'CLEARANCE OLDER THAN MAXAGEMIN' to TIM-GATE-REASON
     else
         move 'CLEARANCE VERIFIED' to TIM-GATE-REASON
         display 'TIMPFCHK: CLEARANCE VERIFIED FOR RUNID=' TPF-RUNID
                 ' - ' TPF-PASS-COUNT ' TESTS PASSED, '
                 TIM-AGE-MINS ' MINUTES OLD - PRINT RUN CLEARED'
         end-if
     end-if
     .

*>---WRITE-GATE-LOG-----------------------------------------------------*
*> One GATELOG line for the decision just taken: action PFCHECK, the    *
*> run id checked, RELEASED or REFUSED, and the reason.  No GATELOG, no *
*> line - the console messages above stand on their own.                *
*>-----------------------------------------------------------------------*
 WRITE-GATE-LOG.
     open extend GATE-FILE
     if TIM-GATE-STATUS = '00'
         move spaces to TIM-OVERRIDE-RECORD
         move TIM-CURRENT-TS to TOV-TIMESTAMP
         move 'PFCHECK' to TOV-ACTION
         move TIM-CHECK-RUNID to TOV-RUNID
         move 'TIMPFCHK' to TOV-OPERATOR
         if TIM-OVERALL-RC = 0
             move 'RELEASED' to TOV-RESULT
         else
             move 'REFUSED' to TOV-RESULT
         end-if
         move TIM-GATE-REASON to TOV-REASON
         write TIM-OVERRIDE-RECORD
         close GATE-FILE
     end-if
     .
