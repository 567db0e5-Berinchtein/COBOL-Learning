      *****************************************************************
      * Copybook:  PROVCDWS
      * Purpose:   Province/territory code edit shared by every
      *            program that journals a trip to TRIPFILE - the
      *            two-letter Canada Post abbreviations the quarterly
      *            fuel-tax return (FTAX0001) totals by. A trip keyed
      *            with no province takes FTAX-HOME-PROVINCE from
      *            PARMFILE (compiled default QC).
      *****************************************************************
       01  PROVINCE-CODE-CHECK        PIC X(2).
           88 PROVINCE-CODE-VALID     VALUE "AB" "BC" "MB" "NB" "NL"
                                            "NS" "NT" "NU" "ON" "PE"
                                            "QC" "SK" "YT".
       01  HOME-PROVINCE              PIC X(2)      VALUE "QC".
