      * VERIFY-REPORT.TXT AND THE RETURN CODE IS SET TO 8 WHEN ANY   *
      * JOB MISMATCHES, SO A RECOMPILE THAT CHANGES AN ANSWER FAILS  *
      * THE CHANGE-CONTROL STEP INSTEAD OF SAILING INTO PRODUCTION.  *
      * JOBS ARE RUN WITH AOC_SELFCHECK=Y, SO ANY JOB WITH A         *
      * SELF-CHECK MODE (DAY11'S LITERAL-EXPANSION PROOF) RUNS IT AS *
      * A STANDING PART OF EVERY VERIFICATION; A FAILED SELF-CHECK   *
      * ABENDS THE JOB AND SO FAILS ITS EXPECTED-ANSWER CHECK.       *
      *                                                              *
      * EXPECTED-ANSWERS.TXT LAYOUT (ONE RECORD PER JOB, '*' IN      *
      * COLUMN 1 FOR COMMENTS):                                      *
                   DELIMITED BY SIZE
               ' 2>&1 && '
                   DELIMITED BY SIZE
               'AOC_BATCH=Y AOC_SELFCHECK=Y ' DELIMITED BY SIZE
               '/tmp/AOC-VERIFY-JOB > /tmp/AOC-VERIFY-JOB.OUT 2>&1 || '
                   DELIMITED BY SIZE
               'echo JOB FAILED - SEE /tmp/AOC-VERIFY-COMPILE.LOG'
