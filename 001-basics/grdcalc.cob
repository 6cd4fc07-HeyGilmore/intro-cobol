       PROGRAM-ID. GRDCALC.
       AUTHOR.     HEYGILMORE.
       DATE-WRITTEN. 2026-08-23.
      ** Common grading subprogram CALLed by GRADES1 and GRDAPPR:
      ** weighted average, +/- letter grade, and 4.0-scale quality
      ** points, computed one way for everyone. GRDAPPR needs the
      ** identical math to back an already-posted grade out of the
      ** transcript master and post the corrected one, so the
      ** tables that used to live inside GRADES1 moved here.
