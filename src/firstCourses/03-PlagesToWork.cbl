      *          Plages entries can be fed through 02-Manipulations
      *          without re-keying. The work file and the arithmetic
      *          in 02-Manipulations carry full-width values, so
      *          every master entry flows through. The whole master
      *          is handed over every night; 02-Manipulations skips
      *          the entries it has already computed into
      *          PLAGES-RESULTS, so each is computed only once.
      * Tectonics: cobc
      ******************************************************************

