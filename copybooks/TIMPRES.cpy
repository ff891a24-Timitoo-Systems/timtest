           05  TPR-JOBS-HELD              pic s9(9) comp-5.
           05  TPR-OVERALL-RC             pic s9(9) comp-5.
           05  TPR-TIMESTAMP              pic x(26).
      *> the AFP library build this partition ran against - the
      *> merge refuses partitions that disagree
           05  TPR-LIB-LEVEL              pic x(16).
