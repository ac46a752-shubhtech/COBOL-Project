               88 PLF-STS-CLOSED              VALUE 'C' 'I'.
               88 PLF-STS-WRITTEN-OFF         VALUE 'W'.
               88 PLF-STS-ARCHIVED            VALUE 'X'.
               88 PLF-STS-SOLD                VALUE 'S'.
               88 PLF-STS-LIVE                VALUE 'A' 'M' 'O' 'R'
                                                    SPACE.
               88 PLF-STS-DEAD                VALUE 'C' 'F' 'W' 'I'
                                                    'X' 'S'.
           05 PLF-BRANCH-CODE           PIC X(04).
      *  CENTRAL INTEREST-SUBSIDY SCHEME ELIGIBILITY - 'Y' WHEN THE
      *  APPLICANT QUALIFIES FOR THE GOVERNMENT SUBSIDY ON MORATORIUM
