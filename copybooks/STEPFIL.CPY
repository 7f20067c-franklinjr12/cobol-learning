      *****************************************************************
      *  STEPFIL.CPY
      *  Step file-usage declaration record layout (RUNFILES).
      *  One line per file a nightly step touches - the step command
      *  exactly as it appears on RUNSTEPS/RUNCTL, the file's logical
      *  name, and whether the step only reads it or updates it
      *  (opens it I-O, OUTPUT or EXTEND, or swaps a copy in over
      *  it). Two steps conflict when they name the same file and
      *  either of them updates it - NightlyRun will not launch them
      *  side by side, and RunControlGenerate flags the pair when
      *  their streams say they should be.
      *  A step with no lines here has declared nothing and is not
      *  held back for anything - RunControlGenerate lists it so the
      *  gap gets filled.
      *****************************************************************
       01  STEP-FILE-RECORD.
           05 SFU-COMMAND          PIC X(20).
           05 SFU-FILE-NAME        PIC X(08).
           05 SFU-USAGE            PIC X(01).
           88 SFU-READS            VALUE "R".
           88 SFU-UPDATES          VALUE "U".
      *        Anything other than "R" is taken as an update - an
      *        unclear declaration errs toward running apart.
