      *  THEIR OWNING CUSTOMER BY AM-CUSTOMER-NUMBER ON ACCTMAST AND
      *  BY THE ACCTXREF CROSS-REFERENCE (SEE ACCTXREF), BOTH KEPT IN
      *  STEP BY THE SAME ACCTMNT RUN.
      *  CM-COUNTRY-CODE (ISO, E.G. US) AND CM-STATE-CODE (STATE OR
      *  PROVINCE, SPACES WHERE THE COUNTRY HAS NONE) ARE THE OWNER'S
      *  JURISDICTION OF RESIDENCE. THEY PICK THE UNCLAIMED-PROPERTY
      *  RULE THE ESCHEAT RUN APPLIES (SEE ESCHRULE); SPACES MEAN NOT
      *  RECORDED, AND THE RUN FALLS BACK TO ITS DEFAULT RULE.
      *  CM-TAXPAYER-ID IS THE CUSTOMER'S TAX IDENTIFICATION NUMBER
      *  AS ISSUED BY THE TAX AUTHORITY (SPACES IF NOT YET SUPPLIED)
      *  AND CM-WITHHOLD-EXEMPT IS Y WHEN THE CUSTOMER HAS CERTIFIED
      *  EXEMPTION FROM WITHHOLDING ON INTEREST, N OTHERWISE. BOTH
      *  ARE CARRIED TO THE YEAR-END INTEREST TAX STATEMENT AND
      *  FILING EXTRACT (SEE INTTAX).
      *----------------------------------------------------------------
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-NUMBER      PIC 9(10).
           05  CM-ADDRESS-LINE-1       PIC X(30).
           05  CM-ADDRESS-LINE-2       PIC X(30).
           05  CM-ADDRESS-LINE-3       PIC X(30).
           05  CM-COUNTRY-CODE         PIC X(02).
           05  CM-STATE-CODE           PIC X(02).
           05  CM-TAXPAYER-ID          PIC X(12).
           05  CM-WITHHOLD-EXEMPT      PIC X(01).
