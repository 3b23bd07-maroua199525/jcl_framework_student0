      *    RUN CONTROL RECORD LAYOUT - ONE RECORD APPENDED TO THE
      *    CUMULATIVE RUNCTL FILE BY EACH DAILY-STREAM PROGRAM WHEN
      *    ITS STEP COMPLETES CLEANLY FOR A BUSINESS DATE (GENSTO,
      *    WHSREL, STAGE, VALIDATE, VERIFY, POST, SWPGEN, SWPVAL,
      *    SWPPOST, RECON, NOTICES, SNAPSHOT -
      *    SNAPSHOT RUNS LAST, SO ITS RECORD MEANS THE WHOLE STREAM
      *    FINISHED).
      *    EVERY PROGRAM READS THE FILE AT STARTUP AND REFUSES TO
