      ****************************************************************
      * RUNBOOK SERVICE PARAMETERS - SEE AOC-RUNBOOK.cbl.             *
      * THE CALLER PASSES THE JOB (OR SPACES AND ITS PROGRAM-ID, AND  *
      * THE SERVICE RESOLVES THE JOB FROM THE BATCH ENVIRONMENT OR    *
      * JOBCAT.TXT) AND THE MESSAGE ID, IF ANY.  THE SERVICE RETURNS  *
      * THE MATCHING RUNBOOK.TXT ENTRY AS READY-TO-PRINT LINES:       *
      * RBK-MATCH 'M' = THE JOB'S ENTRY FOR THAT MESSAGE, 'J' = THE   *
      * JOB'S DEFAULT ('*') ENTRY, 'N' = NO ENTRY FOR THE JOB,        *
      * 'X' = NO RUNBOOK.TXT ON FILE.                                 *
      ****************************************************************
       01  RBK-PARMS.
           05  RBK-JOB                          PIC X(8).
           05  RBK-PROGRAM                      PIC X(24).
           05  RBK-MSG-ID                       PIC X(8).
           05  RBK-MATCH                        PIC X(1).
               88 RBK-MSG-MATCH                          VALUE 'M'.
               88 RBK-JOB-MATCH                          VALUE 'J'.
               88 RBK-NO-ENTRY                           VALUE 'N'.
               88 RBK-NO-RUNBOOK                         VALUE 'X'.
           05  RBK-LINE-CNT                     PIC 9(3).
           05  RBK-LINE OCCURS 40 TIMES         PIC X(100).
