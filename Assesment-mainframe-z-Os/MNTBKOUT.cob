      *                reversal is reported to RPTFILE with its
      *                disposition, so one bad registrar batch no
      *                longer costs a full rebuild from INFILE and
      *                every correction applied since. Upheld
      *                appeals applied by CA14G086 are journaled the
      *                same way (as CHANGEs under the appeal run's
      *                id) and are backed out by the same run, as
      *                is an applied CA16G086 moderation. A
      *                correction keyed online through CA50G086 is
      *                a CHANGE under a run id of its own, shown on
      *                the correction screen.
      *****************************************************************

       IDENTIFICATION DIVISION.
