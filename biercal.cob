      *     YYYYMMDD H  remark
      *     YYYYMMDD T  remark
      * the file is loaded on the first call and held for the rest
      * of the run; no BIER.CAL simply means no marked days.  a
      * year's H lines are generated by BIER-HOLIDAY from BIER.HOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
