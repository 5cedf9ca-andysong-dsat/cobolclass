       88 Unattended VALUE 'Y'.
01 BusinessRunDate PIC 9(8) VALUE ZERO.
01 StepTable.
       02 StepEntry OCCURS 30 TIMES.
           03 StepName PIC X(10).
           03 StepFreq PIC X.
01 StepCount PIC 99 VALUE ZERO.
01 StepTableFullFlag PIC X VALUE 'N'.
       88 StepTableFull VALUE 'Y'.
01 StepIdx PIC 99.
01 ChainStoppedFlag PIC X VALUE 'N'.
       88 ChainStopped VALUE 'Y'.
      *> Mondays only, M only on the month's last business day per
      *> the buscal.txt calendar DATESRV serves - so the close chain
      *> fires itself without anyone editing the parm file.
      *> PRICEUPD belongs ahead of PICKLIST and INVOICE in the step
      *> lines, so prices due today are on pricelist.txt before the
      *> night's picks and invoices are priced from it:
      *>   AUTO
      *>   YYYYMMDD
      *>   PRICEUPD   D
      *>   PICKLIST   D
      *>   INVOICE    D
      *>   ... the rest of the night's steps
COPY "REGION.cpy".

PROCEDURE DIVISION.
    WHEN ParmLine(1:8) IS NUMERIC AND BusinessRunDate = ZERO
          MOVE ParmLine(1:8) TO BusinessRunDate
    WHEN ParmLine NOT = SPACES
          IF StepCount < 30
                ADD 1 TO StepCount
                MOVE ParmLine(1:10) TO StepName(StepCount)
                MOVE ParmLine(12:1) TO StepFreq(StepCount)
          ELSE
                DISPLAY "Step table full - " ParmLine(1:10)
                    " not scheduled"
                SET StepTableFull TO TRUE
                MOVE 8 TO RETURN-CODE
          END-IF
END-EVALUATE.

RunUnattended.
DISPLAY "Unattended batch run for business date " BusinessRunDate
IF StepTableFull
       DISPLAY "batchparm.txt names more steps than the chain holds"
           " - chain skipped"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
END-IF
SET DS-BusinessCheck TO TRUE
MOVE BusinessRunDate TO DS-Date1
CALL "DATESRV" USING DS-Parameters
             WHEN "REORDER   " MOVE "REORDPT" TO StepProgram
             WHEN "INTCONS   " MOVE "INTCONS" TO StepProgram
             WHEN "STDGEN    " MOVE "STDGEN" TO StepProgram
             WHEN "PRICEUPD  " MOVE "PRICEUPD" TO StepProgram
             WHEN "PICKLIST  " MOVE "PICKLIST" TO StepProgram
             WHEN "INVOICE   " MOVE "INVPRINT" TO StepProgram
             WHEN "ARXTRACT  " MOVE "ARXTRACT" TO StepProgram
      *> STMTRUN, AUDROLL, CUTOFF and ADHOCX run unattended through
      *> the AUTO lines in their control files - the invctl.txt
      *> convention - so none prompts when the chain drives it.
             WHEN "STMTRUN   " MOVE "STMTRUN" TO StepProgram
             WHEN "ARAGING   " MOVE "ARAGING" TO StepProgram
             WHEN "FLASHRPT  " MOVE "FLASHRPT" TO StepProgram
             WHEN "AUDROLL   " MOVE "AUDROLL" TO StepProgram
             WHEN "RUNSTATS  " MOVE "RUNSTATS" TO StepProgram
             WHEN "FILECAP   " MOVE "FILECAP" TO StepProgram
             WHEN "RPTBURST  " MOVE "RPTBURST" TO StepProgram
             WHEN "CUTOFF    " MOVE "CUTOFF" TO StepProgram
             WHEN "ADHOCX    " MOVE "ADHOCX" TO StepProgram
             WHEN OTHER MOVE SPACES TO StepProgram
       END-EVALUATE
       IF StepProgram = SPACES
