      *>-----------------------------------------------------------------
      * SRTLCHK - step-ledger check at the head of a job, for a job
      * whose earlier steps cut generations a later ledger step's
      * own skip cannot undo.
      *
      * SRTUPDT skips itself on a resubmitted night it has already
      * completed (see SRTLDGR), but by then SRTMSTUP's GDG (+1)
      * DDs are allocated, and SRTHOLD ahead of it has no ledger at
      * all: resubmitted from the top, the job would catalog empty
      * master, journal and control generations and re-cut the hold
      * file from one already holding tonight's items. This step
      * asks the ledger first and the job's COND tests bypass every
      * step behind it when the answer is that the night is done.
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<step>" - the ledger step name to ask about
      *               (up to 8 characters), e.g. SRTUPDT; a blank
      *               PARM ends the run with return code 20.
      *
      * The question goes to SRTLDGR as a "P" request, which reads the
      * SRTRUN card and the SRTLEDG ledger exactly as the step's own
      * check will and records nothing. Return code 0 when the step
      * still has to run (or there is no SRTRUN card and the ledger
      * is not in use); 4 when it already completed cleanly for this
      * run id and business date - the job has nothing left to do;
      * 16 when the SRTRUN card is bad, which the step itself would
      * end 16 on.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtlchk.
       data division.
       working-storage section.
       01 ask-step pic x(08) value spaces.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtlchk"
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by space
                 into ask-step
              end-unstring
           end-if
           if ask-step = spaces
           then
              display "SRTLCHK: PARM must carry the step name"
              move 20 to return-code
              goback
           end-if
           move ask-step to step-ldg-step
           set step-ldg-peek to true
           call "SRTLDGR" using step-ldg
           evaluate true
              when step-ldg-bad
                 display "SRTLCHK: SRTRUN card is bad, job ended"
                 move 16 to return-code
              when step-ldg-skip-step
                 display "SRTLCHK: " ask-step " already completed "
                         "for run " step-ldg-run-id " "
                         step-ldg-bus-date " - nothing to rerun"
                 move 4 to return-code
              when step-ldg-inactive
                 display "SRTLCHK: no SRTRUN card - " ask-step
                         " runs"
                 move 0 to return-code
              when other
                 display "SRTLCHK: " ask-step " not yet completed "
                         "for run " step-ldg-run-id " "
                         step-ldg-bus-date " - job runs"
                 move 0 to return-code
           end-evaluate
           goback.
