01  TIM-PARTS-FOUND            pic s9(4)  comp-5  value 0.
01  TIM-MISSING-SW             pic x(1)   value 'N'.
    88  TIM-PARTITION-MISSING              value 'Y'.
01  TIM-MERGE-LIB-LEVEL        pic x(16)  value spaces.

01  TIM-SUM-PASS               pic s9(9)  comp-5  value 0.
01  TIM-SUM-FAIL               pic s9(9)  comp-5  value 0.

*>---COLLECT-ONE-PARTITION----------------------------------------------*
*> Reads partition n's result and folds it into the sums.  A missing    *
*> record, a record claiming a different partition count than the       *
*> merge was told, or a record run against a different AFP library      *
*> build than partition 1, stops the collection - each means the night  *
*> was not run the way this merge believes it was.                      *
*>-----------------------------------------------------------------------*
 COLLECT-ONE-PARTITION.
     add 1 to TIM-PART-SUB
                         ' WAS TOLD ' TIM-MERGE-PARTS ' ***'
                         end-display
                 set TIM-PARTITION-MISSING to true
             end-if
             if TIM-PART-SUB = 1
                 move TPR-LIB-LEVEL to TIM-MERGE-LIB-LEVEL
             end-if
             if TPR-LIB-LEVEL not = TIM-MERGE-LIB-LEVEL
                 display '*** TIMPMRGE: PARTITION ' TPR-PART-NO
                         ' RAN UNDER LIBRARY ' TPR-LIB-LEVEL
                         ', PARTITION 1 UNDER ' TIM-MERGE-LIB-LEVEL
                         ' ***' end-display
                 set TIM-PARTITION-MISSING to true
             end-if
             if not TIM-PARTITION-MISSING
                 add 1 to TIM-PARTS-FOUND
                 add TPR-PASS-COUNT to TIM-SUM-PASS
                 add TPR-FAIL-COUNT to TIM-SUM-FAIL
     move TIM-SUM-FAIL to TPF-FAIL-COUNT
     move TIM-SUM-CLEARED to TPF-JOBS-CLEARED
     move TIM-SUM-HELD to TPF-JOBS-HELD
     move TIM-MERGE-LIB-LEVEL to TPF-LIB-LEVEL
     if TIM-SUM-RC = 0
         move 'PASS' to TPF-VERDICT
     else
