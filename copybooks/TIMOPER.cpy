      *>---------------------------------------------------------------*
      *> TIMOPER  -  Authorized-operator control card layout           *
      *>                                                                *
      *> One card per operator id the command-card tools will take an  *
      *> override from, kept on the shared OPERAUTH control file.      *
      *> Auditors found "XXXXXXXX" had cleared checkpoints - any eight *
      *> characters used to pass.  TIMOPAUT loads this file and every  *
      *> tool asks it about every override card: an operator not on    *
      *> file, not active, or without the authority for the card's     *
      *> action is refused and logged UNAUTHORIZED.  Columns:          *
      *> operator 1-8, name 10-39, status 41 (A active, I inactive),   *
      *> authority 43-48, one column per action group, 'Y' = may:      *
      *>   43  CLEAR / COMPLETE          (timmaint)                    *
      *>   44  RELEASE                   (timjrels)                    *
      *>   45  REPRINT                   (timreprq)                    *
      *>   46  DISPUTE / CREDIT / CLOSE  (timdsptm)                    *
      *>   47  ACK / RESOLVE             (timalrtm)                    *
      *>   48  CERTIFY                   (timcert)                     *
      *> '*' in column 1 is a comment.                                 *
      *>---------------------------------------------------------------*
       01  TIM-OPERATOR-RECORD.
           05  TOP-OPERATOR               pic x(8).
           05  filler                     pic x(1).
           05  TOP-NAME                   pic x(30).
           05  filler                     pic x(1).
           05  TOP-STATUS                 pic x(1).
               88  TOP-IS-ACTIVE                     value 'A'.
               88  TOP-IS-INACTIVE                   value 'I'.
           05  filler                     pic x(1).
           05  TOP-AUTHORITY              pic x(6).
           05  filler                     pic x(32).
