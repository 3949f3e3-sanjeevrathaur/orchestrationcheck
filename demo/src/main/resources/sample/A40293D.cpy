      **                                                              **
      **      ONE RECORD PER NIGHTLY PROGRAM PER BUSINESS DATE,       **
      **      WRITTEN BY EACH PROGRAM AS ITS LAST ACT (A40224,        **
      **      A40213, A40216, A40230, A40232, A40243, A40245,         **
      **      A40217, A40222, A40218, A40240, A40247, A40248) WITH    **
      **      ITS RECORDS READ AND WRITTEN AND WHETHER IT FINISHED    **
      **      CLEAN.  THE END-OF-NIGHT VERIFIER (A40229) CHECKS       **
      **      EVERY EXPECTED RUN IS PRESENT FOR THE DATE, IN          **
      **      DEPENDENCY ORDER, WITH COUNTS THAT TIE ACROSS STEPS,    **
