       >>SOURCE FORMAT IS FREE

identification division.
program-id. TIMOPAUT.

*>---------------------------------------------------------------*
*> Timitoo Systems operator authority check                      *
*> Called by every command-card tool - timmaint, timjrels,       *
*> timreprq, timdsptm, timalrtm and timcert - once per override  *
*> card, so the operator id on the card has to be a real,        *
*> active operator holding the authority for that action, not    *
*> just eight characters that are not blank.  The OPERAUTH       *
*> control file (copybooks/TIMOPER.cpy) is loaded on the first   *
*> call and searched in core after that.  No OPERAUTH file       *
*> means no operator is known: every override is refused, never  *
*> waved through.                                                *
*>---------------------------------------------------------------*

environment division.

configuration section.

input-output section.

file-control.
     select OPER-FILE assign to "OPERAUTH"
         organization is line sequential
         file status is TIM-OPER-STATUS.

data division.

file section.

fd  OPER-FILE.
copy "TIMOPER.cpy".

working-storage section.

01  TIM-OPER-STATUS            pic x(2)    value '00'.

01  TIM-OPER-EOF-SW            pic x(1)    value 'N'.
    88  TIM-OPER-AT-EOF                    value 'Y'.
01  TIM-OPER-LOADED            pic x(1)    value 'N'.
    88  TIM-OPER-TABLE-IS-LOADED           value 'Y'.

*>---------------------------------------------------------------*
*> In-core copy of OPERAUTH - operator id, status, and the six    *
*> authority columns exactly as punched.                          *
*>---------------------------------------------------------------*
78  TIM-OPER-TABLE-SIZE        value 500.
01  TIM-OPER-TABLE.
    05  TIM-OPT-ENTRY OCCURS 500 TIMES
                      INDEXED BY TIM-OPT-IDX.
        10  TIM-OPT-OPERATOR   pic x(8).
        10  TIM-OPT-STATUS     pic x(1).
        10  TIM-OPT-AUTHORITY  pic x(6).
01  TIM-OPER-COUNT             pic s9(4)  comp-5  value 0.
01  TIM-OPER-FOUND             pic s9(4)  comp-5  value 0.

*> which of the six authority columns the card's action needs -
*> zero for an action no column grants
01  TIM-AUTH-COLUMN            pic s9(4)  comp-5  value 0.

linkage section.

copy "TIMOAUTH.cpy".

procedure division using
      by reference
        TIM-AUTH-REQUEST.

 if not TIM-OPER-TABLE-IS-LOADED
     perform LOAD-OPERATOR-TABLE
 end-if.

 perform FIND-AUTHORITY-COLUMN.
 perform FIND-OPERATOR-ENTRY.
 perform JUDGE-OPERATOR-AUTHORITY.

*>---------------------------------------------------------------*
 goback.

*>---LOAD-OPERATOR-TABLE------------------------------------------------*
*> Loads OPERAUTH into core once per job step.  A missing file leaves   *
*> the table empty, so every operator comes back unknown and every      *
*> override is refused - the safe way for an authority check to fail.   *
*>-----------------------------------------------------------------------*
 LOAD-OPERATOR-TABLE.
     open input OPER-FILE
     if TIM-OPER-STATUS not = '00'
         display '*** TIMOPAUT: NO OPERAUTH FILE - FILE STATUS='
                 TIM-OPER-STATUS ' - EVERY OVERRIDE WILL BE REFUSED ***'
                 end-display
     else
         perform READ-ONE-OPERATOR
         perform LOAD-ONE-OPERATOR until TIM-OPER-AT-EOF
         close OPER-FILE
     end-if
     set TIM-OPER-TABLE-IS-LOADED to true
     .

*>---READ-ONE-OPERATOR--------------------------------------------------*
 READ-ONE-OPERATOR.
     read OPER-FILE
         at end
             set TIM-OPER-AT-EOF to true
     end-read
     .

*>---LOAD-ONE-OPERATOR--------------------------------------------------*
*> Files one operator card.  An operator past the table's end is        *
*> announced and left off - an operator that did not load is refused,   *
*> which is the direction to err in.                                    *
*>-----------------------------------------------------------------------*
 LOAD-ONE-OPERATOR.
     if TIM-OPERATOR-RECORD (1:1) = '*' or TIM-OPERATOR-RECORD = spaces
      or TOP-OPERATOR = spaces
         continue
     else
     if TIM-OPER-COUNT >= TIM-OPER-TABLE-SIZE
         display '*** TIMOPAUT: OPERAUTH HOLDS MORE THAN 500 OPERATORS '
                 '- ' TOP-OPERATOR ' NOT LOADED ***' end-display
     else
         add 1 to TIM-OPER-COUNT
         move TOP-OPERATOR to TIM-OPT-OPERATOR (TIM-OPER-COUNT)
         move TOP-STATUS to TIM-OPT-STATUS (TIM-OPER-COUNT)
         move TOP-AUTHORITY to TIM-OPT-AUTHORITY (TIM-OPER-COUNT)
     end-if
     end-if
     perform READ-ONE-OPERATOR
     .

*>---FIND-AUTHORITY-COLUMN----------------------------------------------*
*> Maps the card's action word to its OPERAUTH authority column.        *
*>-----------------------------------------------------------------------*
 FIND-AUTHORITY-COLUMN.
     evaluate TIM-AUTH-ACTION
         when 'CLEAR'
         when 'COMPLETE'
             move 1 to TIM-AUTH-COLUMN
         when 'RELEASE'
             move 2 to TIM-AUTH-COLUMN
         when 'REPRINT'
             move 3 to TIM-AUTH-COLUMN
         when 'DISPUTE'
         when 'CREDIT'
         when 'CLOSE'
             move 4 to TIM-AUTH-COLUMN
         when 'ACK'
         when 'RESOLVE'
             move 5 to TIM-AUTH-COLUMN
         when 'CERTIFY'
             move 6 to TIM-AUTH-COLUMN
         when other
             move 0 to TIM-AUTH-COLUMN
     end-evaluate
     .

*>---FIND-OPERATOR-ENTRY------------------------------------------------*
*> Locates the card's operator id in the table, leaving the entry       *
*> number in TIM-OPER-FOUND or zero.                                    *
*>-----------------------------------------------------------------------*
 FIND-OPERATOR-ENTRY.
     move 0 to TIM-OPER-FOUND
     if TIM-AUTH-OPERATOR not = spaces
         set TIM-OPT-IDX to 1
         search TIM-OPT-ENTRY
             at end
                 continue
             when TIM-OPT-IDX > TIM-OPER-COUNT
                 continue
             when TIM-OPT-OPERATOR (TIM-OPT-IDX) = TIM-AUTH-OPERATOR
                 set TIM-OPER-FOUND to TIM-OPT-IDX
         end-search
     end-if
     .

*>---JUDGE-OPERATOR-AUTHORITY-------------------------------------------*
*> Unknown, then inactive, then not permitted - the first that applies  *
*> is the verdict.  Any status but 'A' is inactive, and any authority   *
*> column but 'Y' is a no.                                              *
*>-----------------------------------------------------------------------*
 JUDGE-OPERATOR-AUTHORITY.
     move spaces to TIM-AUTH-TEXT
     evaluate true
         when TIM-OPER-FOUND = 0
             set TIM-AUTH-UNKNOWN to true
             move 'OPERATOR IS NOT ON OPERAUTH' to TIM-AUTH-TEXT
         when TIM-OPT-STATUS (TIM-OPER-FOUND) not = 'A'
             set TIM-AUTH-INACTIVE to true
             move 'OPERATOR IS NOT ACTIVE ON OPERAUTH' to TIM-AUTH-TEXT
         when TIM-AUTH-COLUMN = 0
             set TIM-AUTH-NOT-PERMITTED to true
             move 'NO OPERAUTH AUTHORITY COVERS THIS ACTION'
               to TIM-AUTH-TEXT
         when TIM-OPT-AUTHORITY (TIM-OPER-FOUND) (TIM-AUTH-COLUMN:1)
                not = 'Y'
             set TIM-AUTH-NOT-PERMITTED to true
             string 'OPERATOR MAY NOT ' TIM-AUTH-ACTION
                 delimited by size into TIM-AUTH-TEXT
             end-string
         when other
             set TIM-AUTH-GRANTED to true
     end-evaluate
     .
