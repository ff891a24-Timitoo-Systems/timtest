       >>SOURCE FORMAT IS FREE

identification division.
program-id. timcert.

*>---------------------------------------------------------------*
*> Timitoo Systems AFP library certification                     *
*>                                                               *
*> Every night timapp takes the vendor library build to be the   *
*> one named by its RUNPARM LIBLEVEL card, and files each new    *
*> build in the TIMCERT cluster as PENDING; until a build is     *
*> signed off here, timpfchk refuses PRINTRUN for any clearance  *
*> earned under it.  A build that is not the last certified one  *
*> also forces the full TESTDEF deck and the fault-injection     *
*> set on every night it runs, so by the time the shift signs    *
*> it off it has been proved the long way.                       *
*> CERTPRM cards: LEVEL=build (the identifier exactly as the     *
*> night's SYSOUT and this report show it), OPERATOR=name and    *
*> REASON=text, both required, and the operator must be active   *
*> on OPERAUTH with CERTIFY authority (TIMOPAUT) - anyone else's *
*> sign-off is refused and logged UNAUTHORIZED.  A build is      *
*> signed off only when it is PENDING and its latest full-deck   *
*> run passed; every sign-off and refusal is logged to CERTLOG   *
*> in the override-log layout.  With no LEVEL card the program   *
*> just reports.                                                 *
*>                                                               *
*> CERTRPT always follows: every build on TIMCERT with its       *
*> status and sign-off, then every TIMPREFL clearance with the   *
*> library build it was issued under and whether that build is   *
*> certified - the record auditors ask for after a library       *
*> change.  Return code 1 means a sign-off was refused.          *
*>---------------------------------------------------------------*

environment division.

configuration section.

special-names.

input-output section.

file-control.
     select CERT-FILE assign to "TIMCERT"
         organization is indexed
         access mode is dynamic
         record key is TCE-KEY
         file status is TIM-CERT-STATUS.

     select PREFLT-FILE assign to "TIMPREFL"
         organization is indexed
         access mode is dynamic
         record key is TPF-KEY
         file status is TIM-PREFLT-STATUS.

     select PARM-FILE assign to "CERTPRM"
         organization is line sequential
         file status is TIM-PARM-STATUS.

     select LOG-FILE assign to "CERTLOG"
         organization is line sequential.

*>---------------------------------------------------------------*
*> Library build and clearance certification report.             *
*>---------------------------------------------------------------*
     select REPORT-FILE assign to "CERTRPT"
         organization is line sequential.

data division.

file section.

fd  CERT-FILE.
copy "TIMCERT.cpy".

fd  PREFLT-FILE.
copy "TIMPREF.cpy".

fd  PARM-FILE.
01  TIM-PARM-CARD              pic x(80).

fd  LOG-FILE.
copy "TIMOVRD.cpy".

fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

working-storage section.

01  TIM-CERT-STATUS            pic x(2)    value '00'.
01  TIM-PREFLT-STATUS          pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.

01  TIM-CERT-EOF-SW            pic x(1)    value 'N'.
    88  TIM-CERT-AT-EOF                    value 'Y'.
01  TIM-PREFLT-EOF-SW          pic x(1)    value 'N'.
    88  TIM-PREFLT-AT-EOF                  value 'Y'.
01  TIM-PREFLT-SW              pic x(1)    value 'N'.
    88  TIM-PREFLT-AVAILABLE               value 'Y'.
01  TIM-PARM-EOF-SW            pic x(1)    value 'N'.
    88  TIM-PARM-AT-EOF                    value 'Y'.
01  TIM-PARM-OPEN-SW           pic x(1)    value 'N'.
    88  TIM-PARM-IS-OPEN                   value 'Y'.

01  TIM-PARM-KEYWORD           pic x(16)  value spaces.
01  TIM-PARM-VALUE             pic x(64)  value spaces.

01  TIM-CERT-LEVEL             pic x(16)  value spaces.
01  TIM-CERT-OPERATOR          pic x(8)   value spaces.
01  TIM-CERT-REASON            pic x(35)  value spaces.
01  TIM-LOG-RESULT             pic x(12)  value spaces.
01  TIM-LOG-RUNID              pic x(8)   value spaces.

01  TIM-BUILDS-LISTED          pic s9(9)  comp-5  value 0.
01  TIM-BUILDS-PENDING         pic s9(9)  comp-5  value 0.
01  TIM-CLEARANCES-LISTED      pic s9(9)  comp-5  value 0.
01  TIM-CLEARANCES-UNCERT      pic s9(9)  comp-5  value 0.
01  TIM-TOTAL-TEXT             pic -(9)9.

*>---------------------------------------------------------------*
*> Report lines - one per TIMCERT build, one per clearance.      *
*>---------------------------------------------------------------*
01  TIM-BUILD-LINE.
    05  TIM-BLD-LEVEL          pic x(16).
    05  filler                 pic x(1)   value spaces.
    05  TIM-BLD-STATUS         pic x(9).
    05  filler                 pic x(1)   value spaces.
    05  TIM-BLD-PRIOR          pic x(16).
    05  filler                 pic x(1)   value spaces.
    05  TIM-BLD-FIRST          pic x(8).
    05  filler                 pic x(1)   value spaces.
    05  TIM-BLD-LAST           pic x(8).
    05  filler                 pic x(1)   value spaces.
    05  TIM-BLD-FULL           pic x(8).
    05  filler                 pic x(1)   value spaces.
    05  TIM-BLD-VERDICT        pic x(4).
    05  filler                 pic x(1)   value spaces.
    05  TIM-BLD-OPERATOR       pic x(8).
    05  filler                 pic x(1)   value spaces.
    05  TIM-BLD-CERT-DATE      pic x(8).
    05  filler                 pic x(1)   value spaces.
    05  TIM-BLD-REASON         pic x(35).
    05  filler                 pic x(3)   value spaces.

01  TIM-CLEARANCE-LINE.
    05  TIM-CLL-RUNID          pic x(8).
    05  filler                 pic x(2)   value spaces.
    05  TIM-CLL-DATE           pic x(8).
    05  filler                 pic x(1)   value spaces.
    05  TIM-CLL-TIME           pic x(4).
    05  filler                 pic x(2)   value spaces.
    05  TIM-CLL-VERDICT        pic x(4).
    05  filler                 pic x(2)   value spaces.
    05  TIM-CLL-PASS           pic zzzzzz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-CLL-FAIL           pic zzzzzz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-CLL-CLEARED        pic zzzzzz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-CLL-HELD           pic zzzzzz9.
    05  filler                 pic x(2)   value spaces.
    05  TIM-CLL-LEVEL          pic x(16).
    05  filler                 pic x(2)   value spaces.
    05  TIM-CLL-CERT           pic x(12).
    05  filler                 pic x(35)  value spaces.

01  TIM-OVERALL-RC             pic s9(9)  comp-5  value 0.

copy "TIMOAUTH.cpy".

procedure division.

 perform READ-PARM-CARDS.

 if TIM-CERT-LEVEL not = spaces
  and (TIM-CERT-OPERATOR = spaces or TIM-CERT-REASON = spaces)
     display '*** TIMCERT: OPERATOR AND REASON CARDS ARE REQUIRED '
             '- NOTHING SIGNED OFF ***' end-display
     move 1 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 open i-o CERT-FILE.
 if TIM-CERT-STATUS not = '00'
     display '*** TIMCERT: ERROR OPENING TIMCERT - FILE STATUS='
             TIM-CERT-STATUS ' - NOTHING SIGNED OFF ***' end-display
     move 1 to TIM-OVERALL-RC
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.

 if TIM-CERT-LEVEL not = spaces
     open extend LOG-FILE
     perform SIGN-OFF-LIBRARY
     close LOG-FILE
 end-if.

 open output REPORT-FILE.
 perform WRITE-BUILD-SECTION.
 perform WRITE-CLEARANCE-SECTION.
 perform WRITE-REPORT-TOTALS.

 close CERT-FILE.
 close REPORT-FILE.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
 stop run.

*>---READ-PARM-CARDS----------------------------------------------------*
 READ-PARM-CARDS.
     open input PARM-FILE
     if TIM-PARM-STATUS not = '00'
         display 'TIMCERT: no CERTPRM file - report only' end-display
         set TIM-PARM-AT-EOF to true
     else
         set TIM-PARM-IS-OPEN to true
     end-if
     perform READ-ONE-PARM-CARD until TIM-PARM-AT-EOF
     if TIM-PARM-IS-OPEN
         close PARM-FILE
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
                 when 'LEVEL'
                     move TIM-PARM-VALUE (1:16) to TIM-CERT-LEVEL
                 when 'OPERATOR'
                     move TIM-PARM-VALUE (1:8) to TIM-CERT-OPERATOR
                 when 'REASON'
                     move TIM-PARM-VALUE (1:35) to TIM-CERT-REASON
                 when other
                     display 'TIMCERT: unrecognized CERTPRM card '
                             'ignored: ' TIM-PARM-CARD end-display
             end-evaluate
         end-if
     end-if
     .

*>---SIGN-OFF-LIBRARY---------------------------------------------------*
*> Signs off the LEVEL card's build.  Refused, logged and rc 1 when the *
*> operator is not active on OPERAUTH with CERTIFY authority, when the  *
*> build is not on TIMCERT, was never identified (UNKNOWN), or has not  *
*> passed a full-deck run - the sign-off is a person vouching for what  *
*> the regression proved, not a substitute for it.  A build already     *
*> CERTIFIED is announced and left as it was signed.                    *
*>-----------------------------------------------------------------------*
 SIGN-OFF-LIBRARY.
     move spaces to TIM-LOG-RUNID
     move TIM-CERT-OPERATOR to TIM-AUTH-OPERATOR
     move 'CERTIFY' to TIM-AUTH-ACTION
     call static "TIMOPAUT" using
         by reference
             TIM-AUTH-REQUEST
     end-call
     if not TIM-AUTH-GRANTED
         display '*** TIMCERT: OPERATOR ' TIM-CERT-OPERATOR
                 ' NOT AUTHORIZED - ' TIM-AUTH-TEXT
                 ' - NOTHING SIGNED OFF ***' end-display
         move 'UNAUTHORIZED' to TIM-LOG-RESULT
     else
     move TIM-CERT-LEVEL to TCE-LIB-LEVEL
     read CERT-FILE
         invalid key
             display '*** TIMCERT: LIBRARY BUILD ' TIM-CERT-LEVEL
                     ' IS NOT ON TIMCERT - NO NIGHT HAS RUN UNDER IT'
                     ' ***' end-display
             move 'REFUSED' to TIM-LOG-RESULT
         not invalid key
             move TCE-FULL-RUNID to TIM-LOG-RUNID
             perform CHECK-SIGN-OFF
     end-read
     end-if
     if TIM-LOG-RESULT = 'REFUSED' or TIM-LOG-RESULT = 'UNAUTHORIZED'
         move 1 to TIM-OVERALL-RC
     end-if
     if TIM-LOG-RESULT not = spaces
         perform WRITE-CERT-LOG
     end-if
     .

*>---CHECK-SIGN-OFF-----------------------------------------------------*
 CHECK-SIGN-OFF.
     evaluate true
         when TCE-IS-CERTIFIED
             display 'TIMCERT: LIBRARY BUILD ' TCE-LIB-LEVEL
                     ' WAS ALREADY CERTIFIED BY ' TCE-CERT-OPERATOR
                     ' ON ' TCE-CERT-TIMESTAMP (1:8)
                     ' - NOTHING CHANGED' end-display
             move spaces to TIM-LOG-RESULT
         when TCE-LIB-LEVEL = 'UNKNOWN'
             display '*** TIMCERT: NO LIBLEVEL CARD NAMED THE BUILD - '
                     'AN UNKNOWN BUILD CANNOT BE CERTIFIED ***'
                     end-display
             move 'REFUSED' to TIM-LOG-RESULT
         when TCE-FULL-VERDICT not = 'PASS'
             display '*** TIMCERT: LIBRARY BUILD ' TCE-LIB-LEVEL
                     ' HAS NO PASSING FULL-DECK RUN (LAST: '
                     TCE-FULL-RUNID ' ' TCE-FULL-VERDICT
                     ') - SIGN-OFF REFUSED ***' end-display
             move 'REFUSED' to TIM-LOG-RESULT
         when other
             set TCE-IS-CERTIFIED to true
             move TIM-CERT-OPERATOR to TCE-CERT-OPERATOR
             move TIM-CERT-REASON to TCE-CERT-REASON
             move function current-date to TCE-CERT-TIMESTAMP
             rewrite TIM-CERT-RECORD
             display 'TIMCERT: LIBRARY BUILD ' TCE-LIB-LEVEL
                     ' CERTIFIED BY ' TIM-CERT-OPERATOR ' ON THE '
                     'STRENGTH OF RUNID=' TCE-FULL-RUNID end-display
             move 'CERTIFIED' to TIM-LOG-RESULT
     end-evaluate
     .

*>---WRITE-CERT-LOG-----------------------------------------------------*
*> One override-log line per sign-off attempt - who vouched for which   *
*> night's full-deck run and why, or who tried and was refused.          *
*>-----------------------------------------------------------------------*
 WRITE-CERT-LOG.
     move spaces to TIM-OVERRIDE-RECORD
     move function current-date to TOV-TIMESTAMP
     move 'CERTIFY' to TOV-ACTION
     move TIM-LOG-RUNID to TOV-RUNID
     move 'LIBRARY' to TOV-JOBID
     move TIM-CERT-OPERATOR to TOV-OPERATOR
     move TIM-LOG-RESULT to TOV-RESULT
     move TIM-CERT-REASON to TOV-REASON
     write TIM-OVERRIDE-RECORD
     .

*>---WRITE-BUILD-SECTION------------------------------------------------*
 WRITE-BUILD-SECTION.
     move spaces to TIM-REPORT-LINE
     move 'TIMCERT - AFP LIBRARY CERTIFICATION' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'LIBRARY BUILDS ON FILE' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move spaces to TIM-REPORT-LINE
     string 'BUILD            STATUS    REPLACED         FIRST    '
            'LAST     FULL RUN RSLT OPERATOR CERTIFD  REASON'
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move all '-' to TIM-REPORT-LINE (1:129)
     write TIM-REPORT-LINE
     move 'N' to TIM-CERT-EOF-SW
     move low-values to TCE-KEY
     start CERT-FILE key not < TCE-KEY
         invalid key
             set TIM-CERT-AT-EOF to true
     end-start
     perform WRITE-ONE-BUILD-LINE until TIM-CERT-AT-EOF
     .

*>---WRITE-ONE-BUILD-LINE-----------------------------------------------*
 WRITE-ONE-BUILD-LINE.
     read CERT-FILE next
         at end
             set TIM-CERT-AT-EOF to true
     end-read
     if not TIM-CERT-AT-EOF
         add 1 to TIM-BUILDS-LISTED
         if not TCE-IS-CERTIFIED
             add 1 to TIM-BUILDS-PENDING
         end-if
         move spaces to TIM-BUILD-LINE
         move TCE-LIB-LEVEL to TIM-BLD-LEVEL
         move TCE-STATUS to TIM-BLD-STATUS
         move TCE-PRIOR-LEVEL to TIM-BLD-PRIOR
         move TCE-FIRST-RUNID to TIM-BLD-FIRST
         move TCE-LAST-RUNID to TIM-BLD-LAST
         move TCE-FULL-RUNID to TIM-BLD-FULL
         move TCE-FULL-VERDICT to TIM-BLD-VERDICT
         move TCE-CERT-OPERATOR to TIM-BLD-OPERATOR
         move TCE-CERT-TIMESTAMP (1:8) to TIM-BLD-CERT-DATE
         move TCE-CERT-REASON to TIM-BLD-REASON
         move TIM-BUILD-LINE to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     .

*>---WRITE-CLEARANCE-SECTION--------------------------------------------*
*> Every clearance on TIMPREFL in run id order.  A TIMPREFL that will    *
*> not open is named in the report rather than stopping it - the build   *
*> section above still stands on its own.                                *
*>-----------------------------------------------------------------------*
 WRITE-CLEARANCE-SECTION.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move 'PRE-FLIGHT CLEARANCES BY LIBRARY BUILD' to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     open input PREFLT-FILE
     if TIM-PREFLT-STATUS not = '00'
         move spaces to TIM-REPORT-LINE
         string '*** TIMPREFL COULD NOT BE OPENED - FILE STATUS='
                TIM-PREFLT-STATUS ' - NO CLEARANCES LISTED ***'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     else
         set TIM-PREFLT-AVAILABLE to true
         move spaces to TIM-REPORT-LINE
         string 'RUN ID    ISSUED         RSLT   PASSED   FAILED  '
                'CLEARED     HELD  LIBRARY BUILD     BUILD STATUS'
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         move all '-' to TIM-REPORT-LINE (1:97)
         write TIM-REPORT-LINE
         move low-values to TPF-KEY
         start PREFLT-FILE key not < TPF-KEY
             invalid key
                 set TIM-PREFLT-AT-EOF to true
         end-start
         perform WRITE-ONE-CLEARANCE-LINE until TIM-PREFLT-AT-EOF
         close PREFLT-FILE
     end-if
     .

*>---WRITE-ONE-CLEARANCE-LINE-------------------------------------------*
*> One clearance and the standing of the build it was issued under.  A  *
*> clearance written before builds were recorded shows NOT RECORDED.     *
*> Bookkeeping keys ('@' prefix) are not clearances and are skipped.     *
*>-----------------------------------------------------------------------*
 WRITE-ONE-CLEARANCE-LINE.
     read PREFLT-FILE next
         at end
             set TIM-PREFLT-AT-EOF to true
     end-read
     if not TIM-PREFLT-AT-EOF
      and TPF-RUNID (1:1) not = '@'
         add 1 to TIM-CLEARANCES-LISTED
         move spaces to TIM-CLEARANCE-LINE
         move TPF-RUNID to TIM-CLL-RUNID
         move TPF-TIMESTAMP (1:8) to TIM-CLL-DATE
         move TPF-TIMESTAMP (9:4) to TIM-CLL-TIME
         move TPF-VERDICT to TIM-CLL-VERDICT
         move TPF-PASS-COUNT to TIM-CLL-PASS
         move TPF-FAIL-COUNT to TIM-CLL-FAIL
         move TPF-JOBS-CLEARED to TIM-CLL-CLEARED
         move TPF-JOBS-HELD to TIM-CLL-HELD
         move TPF-LIB-LEVEL to TIM-CLL-LEVEL
         if TPF-LIB-LEVEL = spaces
             move 'NOT RECORDED' to TIM-CLL-CERT
         else
             move TPF-LIB-LEVEL to TCE-LIB-LEVEL
             read CERT-FILE
                 invalid key
                     move 'NOT ON FILE' to TIM-CLL-CERT
                 not invalid key
                     move TCE-STATUS to TIM-CLL-CERT
             end-read
         end-if
         if TIM-CLL-CERT not = 'CERTIFIED'
             add 1 to TIM-CLEARANCES-UNCERT
         end-if
         move TIM-CLEARANCE-LINE to TIM-REPORT-LINE
         write TIM-REPORT-LINE
     end-if
     .

*>---WRITE-REPORT-TOTALS------------------------------------------------*
 WRITE-REPORT-TOTALS.
     move spaces to TIM-REPORT-LINE
     write TIM-REPORT-LINE
     move TIM-BUILDS-LISTED to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'LIBRARY BUILDS ON FILE          : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     move TIM-BUILDS-PENDING to TIM-TOTAL-TEXT
     move spaces to TIM-REPORT-LINE
     string 'BUILDS AWAITING SIGN-OFF        : ' TIM-TOTAL-TEXT
         delimited by size into TIM-REPORT-LINE
     end-string
     write TIM-REPORT-LINE
     if TIM-PREFLT-AVAILABLE
         move TIM-CLEARANCES-LISTED to TIM-TOTAL-TEXT
         move spaces to TIM-REPORT-LINE
         string 'CLEARANCES LISTED               : ' TIM-TOTAL-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
         move TIM-CLEARANCES-UNCERT to TIM-TOTAL-TEXT
         move spaces to TIM-REPORT-LINE
         string 'UNDER A BUILD NOT CERTIFIED     : ' TIM-TOTAL-TEXT
             delimited by size into TIM-REPORT-LINE
         end-string
         write TIM-REPORT-LINE
     end-if
     if TIM-BUILDS-PENDING > 0
         display 'TIMCERT: ' TIM-BUILDS-PENDING ' LIBRARY BUILD(S) '
                 'AWAITING SIGN-OFF - SEE CERTRPT' end-display
     end-if
     .
