      ****************************************************************
      * LOAD-MODULE LIBRARY VERSION SERVICE PARAMETERS - SEE          *
      * AOC-LOADLIB.cbl.  OPERATIONS:                                 *
      *   KEEP  FILE THE MEMBER LIB-JOB'S NEW BUILD REPLACED (THE     *
      *         LOADLIB/<JOB>.PRV COPY aoc-build.sh LEAVES) AS THE    *
      *         JOB'S NEXT PRIOR VERSION, CARRYING THE SOURCE         *
      *         CHECKSUM AND BUILD DATE THE COMPILE CATALOG GIVES THE *
      *         MEMBER THAT WAS IN FORCE, THEN PURGE THE JOB'S OLDEST *
      *         VERSIONS BEYOND THE RETENTION COUNT.  CALL IT BEFORE  *
      *         THE NEW BUILD IS CATALOGED.  RC 0 = FILED AS          *
      *         LIB-VERSION (BUILD DATE, TIME AND CHECKSUM RETURNED), *
      *         4 = NO REPLACED MEMBER TO FILE.                       *
      *   STAT  THE STATE OF LIB-JOB'S MEMBER.  RC 0 = BUILT FROM ITS *
      *         SOURCE AS CATALOGED, 4 = A BACKOUT IS IN FORCE -      *
      *         LIB-VERSION AND ITS BUILD DATE, TIME AND CHECKSUM ARE *
      *         THE VERSION REINSTATED, LIB-HELD-CKSUM THE CHECKSUM   *
      *         OF THE SOURCE THAT WAS BACKED OUT.                    *
      * LIB-KEPT-CNT COMES BACK AS THE NUMBER OF PRIOR VERSIONS ON    *
      * HAND FOR THE JOB.  LIB-MESSAGE CARRIES A ONE-LINE OUTCOME     *
      * FOR THE CALLER'S LOG.                                         *
      ****************************************************************
       01  LIB-PARMS.
           05  LIB-OP                           PIC X(4).
           05  LIB-JOB                          PIC X(8).
           05  LIB-VERSION                      PIC 9(4).
           05  LIB-BUILD-DATE                   PIC 9(8).
           05  LIB-BUILD-TIME                   PIC 9(8).
           05  LIB-SRC-CKSUM                    PIC X(10).
           05  LIB-HELD-CKSUM                   PIC X(10).
           05  LIB-KEPT-CNT                     PIC 9(2).
           05  LIB-RC                           PIC 9(1).
           05  LIB-MESSAGE                      PIC X(60).
