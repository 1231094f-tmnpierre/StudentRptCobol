       PROGRAM-ID. CHAINCTL.

      *        Nightly chain controller. The production is really
      *        DBSNAP (the copy of the tables DBREBUILD can go back
      *        to), then GRADEUPDT, then GRADESREPORT, then
      *        PROGRESSRPT and RUNHISTRPT, all off the one shared
      *        RUNPARM.DAT; this runs them in the order
      *        CHAINPARM.DAT lists them, under the run id of
      *        RUNPARM.DAT, and writes one STEP
      *        record per step (step name, start and end timestamp,
      *        outcome, return code) into RUNLEDGER.DAT alongside
      *        the START/END rows GRADESREPORT already writes
