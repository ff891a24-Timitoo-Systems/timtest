      *>---------------------------------------------------------------*
      *> TIMGLJE  -  General-ledger journal interface record layout    *
      *>                                                                *
      *> One line per journal line timaccr hands the general ledger    *
      *> for the month-end print-cost accrual: for each (cost center,  *
      *> destination) a debit to the print expense account and a       *
      *> credit to the accrued liability account, once for the clean   *
      *> pages and once - separately, basis B - for the abend-flagged  *
      *> best-effort pages, each dated the last day of the month; then *
      *> the same lines with debit and credit exchanged, dated the     *
      *> first of the next month, to reverse the accrual when the      *
      *> vendor's invoice is booked.  Amounts are unsigned - TGJ-DR-CR *
      *> says which side.  The last line is a trailer (record type T)  *
      *> carrying the line count and the debit and credit totals,      *
      *> which must agree, for the ledger's load to check before it    *
      *> posts anything.                                               *
      *>---------------------------------------------------------------*
       01  TIM-GLJE-RECORD.
           05  TGJ-RECORD-TYPE            pic x(1).
               88  TGJ-IS-DETAIL                     value 'D'.
               88  TGJ-IS-TRAILER                    value 'T'.
           05  filler                     pic x(1).
           05  TGJ-SOURCE                 pic x(8).
           05  filler                     pic x(1).
           05  TGJ-JOURNAL-DATE           pic x(8).
           05  filler                     pic x(1).
           05  TGJ-ENTRY-TYPE             pic x(8).
               88  TGJ-IS-ACCRUAL                    value 'ACCRUAL'.
               88  TGJ-IS-REVERSAL                   value 'REVERSAL'.
           05  filler                     pic x(1).
      *> the month whose pages are being accrued, yyyymm
           05  TGJ-PERIOD                 pic x(6).
           05  filler                     pic x(1).
           05  TGJ-ACCOUNT                pic x(10).
           05  filler                     pic x(1).
           05  TGJ-COST-CENTER            pic x(8).
           05  filler                     pic x(1).
           05  TGJ-DEST                   pic x(8).
           05  filler                     pic x(1).
           05  TGJ-DR-CR                  pic x(1).
               88  TGJ-IS-DEBIT                      value 'D'.
               88  TGJ-IS-CREDIT                     value 'C'.
           05  filler                     pic x(1).
           05  TGJ-AMOUNT                 pic 9(11)v99.
           05  filler                     pic x(1).
           05  TGJ-PAGES                  pic 9(9).
           05  filler                     pic x(1).
      *> C - clean pages; B - abend-flagged pages, best-effort
           05  TGJ-BASIS                  pic x(1).
               88  TGJ-BASIS-CLEAN                   value 'C'.
               88  TGJ-BASIS-BEST-EFFORT             value 'B'.
           05  filler                     pic x(1).
           05  TGJ-DESCRIPTION            pic x(27).
      *> the trailer - a second record description over the same
      *> 120 bytes of the GLJRNL record area
       01  TIM-GLJE-TRAILER.
           05  TGT-RECORD-TYPE            pic x(1).
           05  filler                     pic x(1).
           05  TGT-SOURCE                 pic x(8).
           05  filler                     pic x(1).
           05  TGT-PERIOD                 pic x(6).
           05  filler                     pic x(1).
           05  TGT-LINE-COUNT             pic 9(7).
           05  filler                     pic x(1).
           05  TGT-DEBIT-TOTAL            pic 9(11)v99.
           05  filler                     pic x(1).
           05  TGT-CREDIT-TOTAL           pic 9(11)v99.
           05  filler                     pic x(67).
