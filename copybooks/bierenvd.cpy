      * BIER-ENV-AREA layout, the call area of the shared BIERENV
      * environment switch:
      *     CALL "BIERENV" USING BIER-ENV-AREA
      * first thing in every program.  BIER_ENV names the environment
      * the run belongs to - unset or PROD is production, in the
      * directory the program was started from; any other name is
      * looked up on BIER.ENV there and the run moves into that data
      * root before a single file is opened, so every fixed file name
      * (BIER.FILE, BIER.TRL, OPS.JRNL, REPORTS/ ...) and every shell
      * step resolves inside the copy.  report headers carry
      * BENV-NAME so a test page can never pass for a real one.
      * COPY this into WORKING-STORAGE in the caller.
       01  BIER-ENV-AREA.
           03  BENV-NAME                          PIC X(08).            PROD or the BIER.ENV name
               88  BENV-PRODUCTION                VALUE "PROD".
           03  BENV-HOME                          PIC X(80).            the production directory,
                                                                         where the programs live
           03  BENV-ROOT                          PIC X(80).            the directory the run works
                                                                         in (BENV-HOME for PROD)
