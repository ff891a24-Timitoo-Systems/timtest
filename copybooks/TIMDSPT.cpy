      *> TDP-REPEAT-FLAG is 'R' when the job already carried a         *
      *> dispute from an earlier bill date - the repeat offenders      *
      *> are what win the rate negotiation.                            *
      *> timmdrop files the outsourcer's mail-drop shortfalls here too *
      *> as variance type MAIL-DROP, keyed (run date, job id): there   *
      *> TDP-OUR-PAGES is the statements printed and TDP-BILLED-PAGES  *
      *> the statements the vendor confirmed mailed within the window. *
      *>---------------------------------------------------------------*
       01  TIM-DISPUTE-RECORD.
           05  TDP-KEY.
