      *================================================================
      *  SUSPARM - Suspicious-activity rule card (SUSPARM).
      *  One card per rule, read by the nightly monitor (SusMon).
      *  A rule without a card keeps its house default; a card with
      *  SPM-ACTIVE = 'N' switches the rule off.
      *  SPM-RULE :
      *    'STRU' structuring : SPM-MIN-COUNT or more amounts of one
      *           clerk (AUD-USER, keyed work) or one branch
      *           (AUD-BRANCH, batch work) in the day, each between
      *           SPM-BAND-PCT per cent of the active clerk limit
      *           (CALCLIMT) and the limit, together above the limit.
      *           Default 3 amounts, 80 per cent.
      *    'REPT' repeated operands : the same NUM1 / operator / NUM2
      *           / currency from one user and branch SPM-MIN-COUNT
      *           times or more in the day.  Default 3.
      *    'HORS' off hours : keyed work before SPM-FROM-TIME or from
      *           SPM-TO-TIME on (HHMM).  Default 0800 - 1900.
      *    'FERI' keyed work on a weekend or HOLCAL holiday.
      *  SPM-MIN-COUNT also applies to 'HORS' and 'FERI' (default 1).
      *================================================================
       01  SUSPECT-PARM-RECORD.
           05 SPM-RULE            PIC X(4).
               88 SPM-STRUCTURING     VALUE 'STRU'.
               88 SPM-REPEATS         VALUE 'REPT'.
               88 SPM-OFF-HOURS       VALUE 'HORS'.
               88 SPM-HOLIDAYS        VALUE 'FERI'.
           05 SPM-ACTIVE          PIC X.
               88 SPM-RULE-OFF        VALUE 'N' 'n'.
           05 SPM-MIN-COUNT       PIC 9(3).
           05 SPM-BAND-PCT        PIC 9(3).
           05 SPM-FROM-TIME       PIC 9(4).
           05 SPM-TO-TIME         PIC 9(4).
