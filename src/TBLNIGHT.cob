      *        col   4-11  program name
      *        cols 13-14  highest tolerated return code
      *
      *    The night's plan, with the reason each step sits where it
      *    does and what return code it may end with:
      *        01 TBLRELSE 08  matured parks out to TBLDELTA; 08 is a
      *                        park dated in a closed month, suspended
      *        02 TBLMERGE 08  the night's deltas (TBLLOAD on a reload
      *                        night); 04 is a park or an exposure
      *                        hold, 08 a rejected delta, suspended -
      *                        12 (image moved underneath) stops
      *        03 TBLVRFY  04  master against image before anything is
      *                        reported from either - 08 stops the
      *                        night
      *        04 TBLEXPO  04  open business against exposure limits;
      *                        its TBLEXPB breach file is what the
      *                        next night's TBLMERGE holds ADDs
      *                        against, 04 is a branch over its
      *                        warning level or limit
      *        05 TBLDUPS  04  suspect duplicates on the merged master,
      *                        04 when any are listed
      *        06 TBLCOMP  04  04 means the images differ
      *        07 TBLSUMM  04  04 is a branch with no rate
      *        08 TBLEXTR  00
      *        09 TBLTREND 04
      *        10 TBLPOST  00  the ledger file - nothing short of clean
      *                        ships
      *        11 TBLSTMV  04  status movements from the same journal,
      *                        04 for a night with no journal
      *        12 TBLJHIST 04  last, once everything has read the
      *                        night's TBLJRNL; 04 when nothing new was
      *                        taken
      *
      *    A rerun of the night resumes from the first failed step by
      *    construction: CHECK answers 4 for every step already ENDED
      *    within tolerance, 0 for the failed step itself, and 8 for
