               88 PLF-ACCT-CLOSED             VALUE 'C'.
               88 PLF-ACCT-FORECLOSED         VALUE 'F'.
               88 PLF-ACCT-WRITTEN-OFF        VALUE 'W'.
               88 PLF-ACCT-SOLD               VALUE 'S'.
               88 PLF-ACCT-DEAD               VALUE 'C' 'F' 'W' 'S'.
      *  CUMULATIVE FEES BILLED BY THE CHARGES ENGINE (PROCESSING,
      *  BOUNCE, STATEMENT) - THE FEE ITSELF IS DEMANDED THROUGH
      *  PLF-DUE-AMOUNT AND COLLECTED ON THE NORMAL INTEREST-FIRST
