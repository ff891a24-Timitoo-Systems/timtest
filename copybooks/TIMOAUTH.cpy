      *>---------------------------------------------------------------*
      *> TIMOAUTH  -  Operator authority check request                 *
      *>                                                                *
      *> Passed by reference to TIMOPAUT (see timopaut.cob) once per   *
      *> override card: the caller fills in the operator id and the    *
      *> card's action word exactly as punched, and gets back the      *
      *> verdict and a line of text for the refusal message.           *
      *>---------------------------------------------------------------*
       01  TIM-AUTH-REQUEST.
           05  TIM-AUTH-OPERATOR          pic x(8).
           05  TIM-AUTH-ACTION            pic x(8).
           05  TIM-AUTH-VERDICT           pic x(1).
               88  TIM-AUTH-GRANTED                  value 'Y'.
               88  TIM-AUTH-UNKNOWN                  value 'U'.
               88  TIM-AUTH-INACTIVE                 value 'I'.
               88  TIM-AUTH-NOT-PERMITTED            value 'N'.
           05  TIM-AUTH-TEXT              pic x(40).
