      ****************************************************************
      * OUTBOUND NOTIFICATION SERVICE PARAMETERS - SEE AOC-NOTIFY.cbl.*
      * THE CALLER FILLS IN THE RECIPIENT GROUP (A GROUP NAMED ON     *
      * NOTIFY-GROUPS.TXT - OPSCNTL, ONCALL, SIGNOFF, DISTRIB), THE   *
      * CATALOGUED MESSAGE ID THE NOTIFICATION REPORTS, THE SOURCE    *
      * JOB, A SUBJECT AND A BODY.  A BLANK SEVERITY IS TAKEN FROM    *
      * THE LAST CHARACTER OF THE MESSAGE ID.  THE SERVICE QUEUES THE *
      * NOTIFICATION ON NOTIFY-QUEUE.TXT FOR THE MAIL/PAGING GATEWAY  *
      * AND RETURNS ITS SEQUENCE NUMBER IN NTF-SEQ.                   *
      *   NTF-RC 0 = QUEUED                                           *
      *          4 = QUEUED, BUT THE MESSAGE ID IS NOT IN             *
      *              MESSAGE-CATALOG.TXT OR THE GROUP IS NOT ON       *
      *              NOTIFY-GROUPS.TXT - FIX THE CALLER               *
      *          8 = NOT QUEUED - THE QUEUE COULD NOT BE WRITTEN      *
      ****************************************************************
       01  NTF-PARMS.
           05  NTF-GROUP                        PIC X(8).
           05  NTF-SEVERITY                     PIC X(1).
           05  NTF-MSG-ID                       PIC X(8).
           05  NTF-SOURCE-JOB                   PIC X(8).
           05  NTF-SUBJECT                      PIC X(60).
           05  NTF-BODY                         PIC X(132).
           05  NTF-SEQ                          PIC 9(7).
           05  NTF-RC                           PIC 9(1).
