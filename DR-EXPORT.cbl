      * PACKAGES THE FULL CONTROL-FILE SET (JOB CATALOG, PARAMETER   *
      * LIBRARY, SCHEDULE CALENDAR AND CALENDAR RULES, ALERT         *
      * THRESHOLDS, EXCEPTION MAP, OPERATOR AUTHORIZATIONS,          *
      * FROZEN-INPUTS REGISTER, BATCH WINDOW), THE ANSWER MASTER     *
      * WITH ITS PROVENANCE AND BATCH-ROLLBACK REGISTER, AND THE     *
      * CURRENT ARCHIVE INDEX INTO ONE                               *
      * DATED BUNDLE                                                 *
      * DIRECTORY (DR-BUNDLE-YYYYMMDD) WITH A MANIFEST OF MEMBER     *
      * NAMES, RECORD COUNTS, AND cksum FINGERPRINTS.  DR-VERIFY     *
      * CHECKS A BUNDLE BEFORE ANY RESTORE.  IF THIS WORKSPACE WERE  *
      *    THE SHOP MEMBER SET.  'R' MEMBERS MUST EXIST FOR THE
      *    BUNDLE TO BE COMPLETE; 'O' MEMBERS RIDE ALONG WHEN
      *    PRESENT.
       01  WS-MEM-CNT                             PIC 9(2) VALUE 15.
       01  WS-MEMBER-TABLE.
           05 FILLER                              PIC X(31)
               VALUE 'JOBCAT.TXT                    R'.
               VALUE 'BATCH-WINDOW.TXT              O'.
           05 FILLER                              PIC X(31)
               VALUE 'BUSINESS-DATE.TXT             O'.
           05 FILLER                              PIC X(31)
               VALUE 'BATCH-DATES.TXT               O'.
           05 FILLER                              PIC X(31)
               VALUE 'ANSWER-MASTER.TXT             R'.
           05 FILLER                              PIC X(31)
               VALUE 'ARCHIVE-INDEX.TXT             O'.
           05 FILLER                              PIC X(31)
               VALUE 'ANSWER-PROVENANCE.TXT         O'.
           05 FILLER                              PIC X(31)
               VALUE 'BATCH-ROLLBACKS.TXT           O'.
       01  WS-MEMBER-TABLE-R REDEFINES WS-MEMBER-TABLE.
           05 WS-MEM-ENTRY OCCURS 15 TIMES.
              10 WS-MEM-NAME                    PIC X(30).
              10 WS-MEM-REQ                     PIC X(1).
       01  WS-MEM-SUB                             PIC 9(2).
