      * CENSUS-DATE ENROLLMENT SNAPSHOT. RUN ON THE CENSUS
      * BUSINESS DATE, IT FREEZES A VERBATIM COPY OF REGSFILE -
      * CONTROL RECORDS AND ALL - INTO THE CENSSNAP DATASET AND
      * STAMPS THE RUN LOG. THE STATE FUNDING NUMBERS (CENSSTAT)
      * AND THE ADDS-AND-DROPS-SINCE-CENSUS REPORT (CENSRPT) ARE BUILT
      * FROM THIS FROZEN COPY, NOT FROM THE LIVE FILE REGMAINT
      * KEEPS CHANGING.
      *
