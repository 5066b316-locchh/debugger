      *> Nightly step-dependency table record layout.
      *> One row per EXEC step of the NIGHTLY job, in the order the
      *> steps appear in the JCL, so the restart planner can tell
      *> which steps of a failed cycle finished and which still have
      *> to run. SD-PROGRAM-ID is the name the step's program writes
      *> to JOBAUD and RUNCTL; a program that runs in more than one
      *> step has one row per step. Each run is matched to the first
      *> unmatched row for its program after the last step matched,
      *> preferring a row whose SD-DEPENDS-ON steps have already run,
      *> so a step bypassed by COND is not credited with a later
      *> step's run. SD-POSTING is "Y" for a step that posts to a
      *> master or feed and would double-post if run twice for the
      *> same business date; any program with rows on RUNCTL is
      *> treated as posting whatever the flag says. SD-DEPENDS-ON
      *> names the steps in the step's COND parameter (spaces when
      *> the step has no COND).
           05  SD-STEP-NAME        PIC X(8).
           05  SD-PROGRAM-ID       PIC X(30).
           05  SD-POSTING          PIC X.
           05  SD-DEPENDS-ON       PIC X(8)    OCCURS 4 TIMES.
