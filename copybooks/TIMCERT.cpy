      *>---------------------------------------------------------------*
      *> TIMCERT  -  AFP library certification record layout          *
      *>                                                                *
      *> One entry per build of the vendor AFP library timapp has      *
      *> ever run against, keyed by the build identifier named by the  *
      *> RUNPARM LIBLEVEL card.  timapp files a new build PENDING the  *
      *> first night it sees it, forces the full TESTDEF deck and      *
      *> fault-injection set on every night the build differs from     *
      *> the last CERTIFIED one, and notes each such full-deck run's   *
      *> verdict.  timcert signs a build off - operator id and reason  *
      *> required, and only once a full-deck run under it has passed - *
      *> and timpfchk refuses PRINTRUN for any clearance issued under  *
      *> a build that is not CERTIFIED.  The last library change that  *
      *> took down statement printing went in unannounced; this is     *
      *> the record of which build every night was cleared against.    *
      *>---------------------------------------------------------------*
       01  TIM-CERT-RECORD.
           05  TCE-KEY.
               10  TCE-LIB-LEVEL          pic x(16).
           05  TCE-STATUS                 pic x(9).
               88  TCE-IS-PENDING                    value 'PENDING'.
               88  TCE-IS-CERTIFIED                  value 'CERTIFIED'.
      *> the build that was certified when this one first appeared
           05  TCE-PRIOR-LEVEL            pic x(16).
           05  TCE-FIRST-RUNID            pic x(8).
           05  TCE-FIRST-TIMESTAMP        pic x(26).
           05  TCE-LAST-RUNID             pic x(8).
      *> the latest run id that ran the full deck under this build,
      *> and whether that run came out PASS or FAIL
           05  TCE-FULL-RUNID             pic x(8).
           05  TCE-FULL-VERDICT           pic x(4).
           05  TCE-CERT-OPERATOR          pic x(8).
           05  TCE-CERT-REASON            pic x(35).
           05  TCE-CERT-TIMESTAMP         pic x(26).
