*> Everything found - orphans, mismatched page counts, verdicts  *
*> that disagree with the underlying history - goes to XAUDRPT   *
*> with a non-zero return code.                                  *
*> Where the step supplies an XAUDFIND file, the night's         *
*> findings are appended to it as well (copybooks/TIMXFND.cpy),  *
*> headed by an AUDIT record - or a NOT RUN record when the      *
*> audit could not run - for the morning turnover report.        *
*>---------------------------------------------------------------*

environment division.
     select REPORT-FILE assign to "XAUDRPT"
         organization is line sequential.

*> findings extract for the turnover report; optional
     select FINDING-FILE assign to "XAUDFIND"
         organization is line sequential
         file status is TIM-FINDING-STATUS.

data division.

file section.
fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

fd  FINDING-FILE.
copy "TIMXFND.cpy".

working-storage section.

01  TIM-RECON-STATUS           pic x(2)    value '00'.
01  TIM-REDRIVE-SW             pic x(1)    value 'N'.
    88  TIM-SESSION-REDRIVEN               value 'Y'.

01  TIM-FINDING-STATUS         pic x(2)    value '00'.
01  TIM-FINDING-SW             pic x(1)    value 'N'.
    88  TIM-FINDINGS-KEPT                  value 'Y'.
01  TIM-AUDIT-TS               pic x(26)   value spaces.
01  TIM-FND-KIND               pic x(8)    value spaces.
01  TIM-FND-RUNID              pic x(8)    value spaces.
01  TIM-FND-JOBID              pic x(8)    value spaces.
01  TIM-FND-TEXT               pic x(110)  value spaces.

01  TIM-AUDIT-RC-WORK          pic s9(9)  comp-5  value 0.
01  TIM-SESSIONS-CHECKED       pic s9(9)  comp-5  value 0.
01  TIM-REDRIVE-SKIPPED        pic s9(9)  comp-5  value 0.

procedure division.

 move function current-date to TIM-AUDIT-TS.

 open input RECON-FILE.
 if TIM-RECON-STATUS not = '00'
     display '*** TIMXFOOT: ERROR OPENING TIMRECON - FILE STATUS='
             TIM-RECON-STATUS ' - NOTHING TO AUDIT ***' end-display
     move 1 to TIM-OVERALL-RC
     move 'NOT RUN' to TIM-FND-KIND
     move 'TIMRECON WILL NOT OPEN - AUDIT NOT RUN' to TIM-FND-TEXT
     perform OPEN-FINDINGS-EXTRACT
     if TIM-FINDINGS-KEPT
         close FINDING-FILE
     end-if
     move TIM-OVERALL-RC to return-code
     stop run
 end-if.
 if TIM-OVERALL-RC not = 0
     display '*** TIMXFOOT: FILE OPEN FAILED - AUDIT NOT RUN ***'
             end-display
     move 'NOT RUN' to TIM-FND-KIND
     move 'FILE OPEN FAILED - AUDIT NOT RUN' to TIM-FND-TEXT
     perform OPEN-FINDINGS-EXTRACT
     if TIM-FINDINGS-KEPT
         close FINDING-FILE
     end-if
     close RECON-FILE
     close RESTART-FILE
     close HIST-FILE

 open output REPORT-FILE.
 perform WRITE-REPORT-HEADING.
 move 'AUDIT' to TIM-FND-KIND.
 move 'CROSS-FILE INTEGRITY AUDIT' to TIM-FND-TEXT.
 perform OPEN-FINDINGS-EXTRACT.

 perform ACCUMULATE-AUDIT-PAGES.
 perform ACCUMULATE-HIST-FAILS.
     close JOBDISP-FILE
 end-if.
 close REPORT-FILE.
 if TIM-FINDINGS-KEPT
     close FINDING-FILE
 end-if.
 move TIM-OVERALL-RC to return-code.

*>---------------------------------------------------------------*
                            ' AUDITLOG=' TIM-NUM-TEXT2
                         delimited by size into TIM-REPORT-LINE
                     end-string
                     move TRC-RUNID to TIM-FND-RUNID
                     move TRC-JOBID to TIM-FND-JOBID
                     perform WRITE-FINDING-LINE
                 end-if
             end-if
         end-if
                    ' SESSION ENDED CLEAN BUT TIMRSTRT HOLDS NOTHING'
                 delimited by size into TIM-REPORT-LINE
             end-string
             move TRC-RUNID to TIM-FND-RUNID
             move TRC-JOBID to TIM-FND-JOBID
             perform WRITE-FINDING-LINE
     end-read
     .

                        ' CHECKPOINTED BUT NO TIMRECON SESSION'
                     delimited by size into TIM-REPORT-LINE
                 end-string
                 move TRS-RUNID to TIM-FND-RUNID
                 move TRS-JOBID to TIM-FND-JOBID
                 perform WRITE-FINDING-LINE
         end-read
     end-if
     perform READ-NEXT-RESTART
                    ' FAIL RECORDS'
                 delimited by size into TIM-REPORT-LINE
             end-string
             move TPF-RUNID to TIM-FND-RUNID
             move spaces to TIM-FND-JOBID
             perform WRITE-FINDING-LINE
         end-if
         if TPF-FAIL-COUNT not = TIM-HFC-FAILS (TIM-HFC-FOUND)
             add 1 to TIM-VERDICT-CONFLICTS
                    ' TIMHIST FAILS=' TIM-NUM-TEXT2
                 delimited by size into TIM-REPORT-LINE
             end-string
             move TPF-RUNID to TIM-FND-RUNID
             move spaces to TIM-FND-JOBID
             perform WRITE-FINDING-LINE
         end-if
     end-if
     perform READ-NEXT-PREFLT
     .

*>---OPEN-FINDINGS-EXTRACT----------------------------------------------*
*> Opens the findings extract for append and writes the record that     *
*> starts tonight's block - AUDIT, or NOT RUN with the reason in        *
*> TIM-FND-TEXT.  No XAUDFIND, no extract; XAUDRPT is unaffected.       *
*>-----------------------------------------------------------------------*
 OPEN-FINDINGS-EXTRACT.
     open extend FINDING-FILE
     if TIM-FINDING-STATUS = '00'
         set TIM-FINDINGS-KEPT to true
         move spaces to TIM-FINDING-RECORD
         move TIM-AUDIT-TS to TXF-TIMESTAMP
         move TIM-FND-KIND to TXF-KIND
         move TIM-FND-TEXT to TXF-TEXT
         write TIM-FINDING-RECORD
     end-if
     .

*>---WRITE-FINDING-LINE-------------------------------------------------*
*> One finding: printed on XAUDRPT and copied, with the run id and job  *
*> id it names, to the findings extract.                                *
*>-----------------------------------------------------------------------*
 WRITE-FINDING-LINE.
     write TIM-REPORT-LINE
     if TIM-FINDINGS-KEPT
         move spaces to TIM-FINDING-RECORD
         move TIM-AUDIT-TS to TXF-TIMESTAMP
         move 'FINDING' to TXF-KIND
         move TIM-FND-RUNID to TXF-RUNID
         move TIM-FND-JOBID to TXF-JOBID
         move TIM-REPORT-LINE to TXF-TEXT
         write TIM-FINDING-RECORD
     end-if
     .

*>---WRITE-REPORT-HEADING-----------------------------------------------*
 WRITE-REPORT-HEADING.
     move 'TIMXFOOT - CROSS-FILE INTEGRITY AUDIT' to TIM-REPORT-LINE
