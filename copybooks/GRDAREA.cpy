      *> Communication area for the GRDCALC grading subprogram,
      *> COPYed by GRADES1 and GRDAPPR so a roster line grades to
      *> the same average, letter grade, and quality points whether
      *> it is being graded for the first time or re-derived to back
      *> a correction out of the transcript. Same one-subprogram
