      *           08-PlagesParmMaint. One record per parameter, keyed
      *           by PR-ID ('VAL-MIN', 'VAL-MAX', 'CHECKPOINT',
      *           'RETENTION', 'DEVIATION', 'SUPV-CODE',
      *           'STAT-WINDOW', 'AGE-LIMIT', 'ACK-TIMEOUT',
      *           'DUP-WIN', 'SIM-DAYS'). The range, deviation and
      *           duplicate-window parameters can be overridden per
      *           plage category under the ids 'VAL-MIN-xx',
      *           'VAL-MAX-xx', 'DEVIATION-xx' and 'DUP-WIN-xx',
      *           where xx is the category code; the unsuffixed
      *           record stays the default for categories with no
      *           override. DUP-WIN is in minutes: a capture of
      *           the same value and category within that many
      *           minutes of an earlier one is held as a suspected
      *           duplicate; zero turns the check off. SIM-DAYS is
      *           how many days of captures 28-PlagesParmSim replays
      *           against pending changes (30 when not set).
      *           PR-VALUE is the value currently in
      *           force (effective since PR-EFFECTIVE-DATE, YYYYMMDD).
      *           A change dated in the future is held in
