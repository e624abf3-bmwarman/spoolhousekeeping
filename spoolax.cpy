      *    SCANNING THE WHOLE INDEX, AND SO THE GENERATIONS OF ONE   *
      *    OUTPUT CLUSTER TOGETHER UNDER ITS KEY.                    *
      *    INCLUDED UNDER 01 ARCIX-REC IN MFSPHK01, MFSPHK04,        *
      *    MFSPHK05, MFSPHK06, MFSPHK12, MFSPHK14, MFSPHK16 AND      *
      *    MFSPHK17.                                                 *
      *****************************************************************
           05  arcix-key.
               10  arcix-job-name         pic x(08).
