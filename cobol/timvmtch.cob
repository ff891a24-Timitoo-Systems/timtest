01  TIM-DSP-KEY-JOBID          pic x(8)   value spaces.
01  TIM-DISPUTES-FILED         pic s9(9)  comp-5  value 0.
01  TIM-REPEAT-VARIANCES       pic s9(9)  comp-5  value 0.
01  TIM-LEDGER-CONFLICTS       pic s9(9)  comp-5  value 0.

01  TIM-INVOICE-REJECTED       pic s9(9)  comp-5  value 0.
01  TIM-BILLED-NOT-RECORDED    pic s9(9)  comp-5  value 0.

*>---LOAD-DISPUTED-JOBS-------------------------------------------------*
*> Walks the dispute ledger once up front and remembers each distinct    *
*> job id that already carries a dispute, so a variance reappearing      *
*> on a later bill date for the same job can be flagged as a repeat.     *
*> MAIL-DROP entries are timmdrop's, not page-count disputes, and are    *
*> passed over - a missed mail drop does not make a variance a           *
*> repeat.  A ledger with more distinct jobs than the table holds        *
*> drops the excess - a missed repeat flag costs a talking point, not    *
*> money.                                                                *
*>-----------------------------------------------------------------------*
 LOAD-DISPUTED-JOBS.
     move low-values to TDP-KEY

*>---NOTE-ONE-DISPUTED-JOB----------------------------------------------*
 NOTE-ONE-DISPUTED-JOB.
     if TDP-VARIANCE-TYPE not = 'MAIL-DROP'
         move TDP-JOBID to TIM-DSP-KEY-JOBID
         perform FIND-DISPUTED-JOB
         if TIM-DJB-FOUND = 0
             if TIM-DJB-COUNT < TIM-DJB-TABLE-SIZE
                 add 1 to TIM-DJB-COUNT
                 set TIM-DJB-IDX to TIM-DJB-COUNT
                 move TDP-JOBID to TIM-DJB-JOBID (TIM-DJB-IDX)
                 move TDP-BILL-DATE to TIM-DJB-BILL-DATE (TIM-DJB-IDX)
                 move 'N' to TIM-DJB-MULTI-SW (TIM-DJB-IDX)
             end-if
         else
             if TIM-DJB-BILL-DATE (TIM-DJB-FOUND) not = TDP-BILL-DATE
                 set TIM-DJB-MULTI-DATES (TIM-DJB-FOUND) to true
             end-if
         end-if
     end-if
     perform READ-NEXT-DISPUTE
*> Files the variance just reported into the dispute ledger with         *
*> status OPEN.  A record already on file for the key is left exactly    *
*> as it is - its lifecycle may have advanced past OPEN, and a rerun     *
*> of the match must not wind it back.  When that record is of           *
*> another variance type (timmdrop's MAIL-DROP for the same run date     *
*> and job, say) this variance cannot be filed beside it: the report     *
*> names the type holding the key and the conflict is counted, so the    *
*> analyst adds it to that dispute by hand.  A job already disputed      *
*> on an earlier bill date is flagged as a repeat on the record and      *
*> on the report - the repeat offenders win the rate negotiation.        *
*>-----------------------------------------------------------------------*
 FILE-ONE-DISPUTE.
     if TIM-DISPUTE-AVAILABLE
         end-if
         write TIM-DISPUTE-RECORD
             invalid key
                 perform NOTE-LEDGER-KEY-HELD
             not invalid key
                 add 1 to TIM-DISPUTES-FILED
         end-write
     end-if
     .

*>---NOTE-LEDGER-KEY-HELD-----------------------------------------------*
 NOTE-LEDGER-KEY-HELD.
     read DISPUTE-FILE
         invalid key
             continue
         not invalid key
             if TDP-VARIANCE-TYPE not = TIM-DSP-TYPE-WORK
                 add 1 to TIM-LEDGER-CONFLICTS
                 move spaces to TIM-DETAIL-LINE
                 move TIM-DSP-KEY-DATE to TIM-DTL-RUNID
                 move TIM-DSP-KEY-JOBID to TIM-DTL-JOBID
                 string 'LEDGER KEY HELD BY ' TDP-VARIANCE-TYPE
                     delimited by size into TIM-DTL-DISPOSITION
                 end-string
                 perform WRITE-DETAIL-LINE
             end-if
     end-read
     .

*>---WRITE-REPORT-HEADING-----------------------------------------------*
 WRITE-REPORT-HEADING.
     move spaces to TIM-REPORT-LINE
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
         display 'TIMVMTCH: invoice and TIMRECON agree - no variances'
                 end-display
