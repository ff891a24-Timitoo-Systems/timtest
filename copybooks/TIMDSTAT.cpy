      *>---------------------------------------------------------------*
      *> TIMDSTAT  -  Destination-status control card layout          *
      *>                                                                *
      *> One card per AFP destination an operator has taken out of     *
      *> service (or put back), kept on the DESTSTAT control file and  *
      *> edited by the shift the way ROUTETAB is.  timapp's job-request *
      *> mode reads it at dispatch: a job queued to a destination      *
      *> marked DOWN is re-routed to that destination's ROUTETAB       *
      *> alternate and listed on the re-route report; a job whose      *
      *> destination and alternate are both DOWN is HELD for timjrels  *
      *> rather than failed.  The operator id and reason are required  *
      *> on a DOWN card so the re-route report says who took the       *
      *> printer out and why.  A destination with no card, or an UP    *
      *> card, is in service.  Columns: destination 1-8, status 10-13  *
      *> (DOWN or UP), operator 15-22, reason 24-58.  '*' in column 1  *
      *> is a comment.                                                 *
      *>---------------------------------------------------------------*
       01  TIM-DESTSTAT-RECORD.
           05  TDS-DEST                   pic x(8).
           05  filler                     pic x(1).
           05  TDS-STATUS                 pic x(4).
               88  TDS-DEST-IS-DOWN                  value 'DOWN'.
               88  TDS-DEST-IS-UP                    value 'UP  '.
           05  filler                     pic x(1).
           05  TDS-OPERATOR               pic x(8).
           05  filler                     pic x(1).
           05  TDS-REASON                 pic x(35).
           05  filler                     pic x(22).
