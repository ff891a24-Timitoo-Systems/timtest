      *> who forced what, against which (run id, job id), when, with   *
      *> what outcome, and the reason they gave.  This is what keeps   *
      *> the audit trail alive across a 2 AM manual intervention       *
      *> that used to be an untracked IDCAMS DELETE.  The other        *
      *> command-card tools log in the same layout - RELSLOG,          *
      *> REPRTLOG, DSPTLOG, ALRTLOG, CERTLOG - and timovrev reads all  *
      *> six for the monthly override review.  timpfchk's print-gate   *
      *> decisions (action PFCHECK) go to GATELOG in the same layout,  *
      *> for the morning turnover report rather than the override      *
      *> review.                                                       *
      *>---------------------------------------------------------------*
       01  TIM-OVERRIDE-RECORD.
           05  TOV-TIMESTAMP              pic x(26).
           05  filler                     pic x(1).
           05  TOV-OPERATOR               pic x(8).
           05  filler                     pic x(1).
      *> an override refused because its operator is not active on
      *> OPERAUTH with the authority for the action - the field is
      *> twelve bytes, so NOT AUTHORIZED is logged as UNAUTHORIZED
           05  TOV-RESULT                 pic x(12).
               88  TOV-NOT-AUTHORIZED              value 'UNAUTHORIZED'.
      *> every result the tools log when they turn a card away
               88  TOV-ACTION-REFUSED              value 'REFUSED'
                                                         'UNAUTHORIZED'
                                                         'INCOMPLETE'
                                                         'NOT RECORDED'
                                                         'ABEND FLAG'
                                                         'NO APPROVER'.
           05  filler                     pic x(1).
           05  TOV-REASON                 pic x(35).
