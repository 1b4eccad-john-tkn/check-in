      *             FILE (CAMPER_HIST.DAT).  ONE RECORD PER TROOP PER
      *             EVENT - THE FD-CAMPER FIELDS AS THEY STOOD AT
      *             ROLLOVER, PREFIXED WITH THE EVENT DATE.
      *             HIST-CHECKED-IN MEANS THE TROOP CAME TO THE EVENT;
      *             FOR ONE THAT HAD ALREADY CHECKED OUT THE ACTUAL
      *             COUNTS AND CAMPSITE ARE THE ONES IT LEFT WITH.
      *================================================================
       FD  FC-CAMPER-HIST.
       01  HIST-RECORD.
