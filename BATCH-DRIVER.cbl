      * IS NEWER THAN THE MODULE (THE SHELL'S -nt TEST), SO A        *
      * NO-CHANGE BATCH SPENDS NO TIME IN THE COMPILER.  EVERY       *
      * BUILD DECISION IS RECORDED IN COMPILE-CATALOG.TXT (JOB,      *
      * ACTION, DATE/TIME, SOURCE AND THE SOURCE'S cksum).  EACH JOB *
      * IS LAUNCHED WITH THE BATCH ID, ITS MODULE'S BUILD STAMP AND  *
      * THAT CHECKSUM IN THE ENVIRONMENT (AOC_BATCH_ID, AOC_LOADMOD, *
      * AOC_LOADMOD_TS, AOC_SRC_CKSUM) FOR THE ANSWER PROVENANCE     *
      * RECORD AOC-ANSWER WRITES.  THE STANDALONE BUILD-DRIVER       *
      * JOB REFRESHES THE WHOLE LIBRARY WITHOUT RUNNING ANYTHING.    *
      * EACH DAY'S PROGRAM STILL EXPECTS ITS OWN INFILE.TXT IN ITS   *
      * OWN CURRENT DIRECTORY.                                       *
      * GNUCOBOL BUILD RESOLVES ASSIGN TO A DATA-NAME FROM THE       *
      * IDENTIFIER'S OWN NAME, NOT ITS RUNTIME CONTENTS) SO IT CAN   *
      * BE READ BACK WITH AN ORDINARY FIXED-NAME SELECT CLAUSE.      *
      * A JOB THAT ENDS FAIL PAGES ON-CALL (GROUP ONCALL), AND A     *
      * BATCH THAT ENDS WITH ANY FAILED, SKIPPED OR LOCKED-OUT JOB   *
      * IS REPORTED TO OPERATIONS CONTROL (GROUP OPSCNTL), THROUGH   *
      * THE AOC-NOTIFY SERVICE.                                      *
      * A JOB THAT HAS A SUPERVISOR-APPROVED RERUN REQUEST ON        *
      * RERUN-REQUESTS.TXT (SEE RERUN-INTAKE) FOR THE SHOP BUSINESS  *
      * DATE IS A REQUESTED RERUN: WHEN IT ENDS OK EACH SUCH REQUEST *
      * IS FILED ON RERUN-REASONS.TXT AGAINST THE ANSWER-MASTER      *
      * VERSION THE RUN PRODUCED AND MARKED DONE WITH THAT VERSION.  *
      * A 'RERUNS' LINE ON RUN-REQUEST.TXT RUNS ONLY THOSE JOBS.     *
      * FOR EACH JOB THAT ENDS FAIL THE DIGEST ALSO PRINTS ITS       *
      * FAILURE IMPACT FROM THE LINEAGE CATALOG (LINEAGE.TXT, BUILT  *
      * BY LINEAGE): THE ARTIFACTS, CONSUMERS AND DEPENDENT STEPS    *
      * THE FAILURE TAKES DOWN WITH IT.                              *
      * A 'STREAMS n' LINE ON BATCH-WINDOW.TXT (2-9) RUNS UP TO n    *
      * JOBS AT ONCE.  A JOB STARTS AS SOON AS ITS JOBCAT            *
      * PREDECESSOR HAS ENDED AND NO OTHER STREAM IS IN ITS FOLDER   *
      * (THE FOLDER ENQ STILL GUARDS AGAINST ANYONE OUTSIDE THE      *
      * BATCH); THE READY JOB WITH THE LONGEST LEDGERED ELAPSED TIME *
      * GOES FIRST.  ROOT-LEVEL STEPS READ THE WHOLE BATCH'S OUTPUT, *
      * SO ONE STARTS ONLY WHEN EVERY JOB CATALOGED ABOVE IT HAS     *
      * ENDED.  EACH STREAM CAPTURES INTO ITS OWN SCRATCH FILES, AND *
      * A FINISHED JOB'S FILES ARE MOVED ONTO THE FIXED SCRATCH      *
      * NAMES BEFORE ITS STATUS, COMPILE, SPOOL AND DIGEST ENTRIES   *
      * ARE MADE, ONE JOB AT A TIME, JUST AS IN A SINGLE STREAM.     *
      * WITHOUT THE LINE (OR WITH 'STREAMS 1') JOBS RUN ONE AT A     *
      * TIME IN CATALOG ORDER, AS BEFORE.                            *
      * A JOB LISTED ON GRID-HOLDS.TXT FOR THE BUSINESS DATE IN      *
      * FORCE (WRITTEN BY GRID-CHECK WHEN ITS STAGED GRID BREAKS THE *
      * JOB'S GRID RULE) IS NOT RUN: IT ENDS GRIDF, COUNTS AS NOT    *
      * OK, AND ITS DEPENDENT STEPS DEPFAIL BEHIND IT.  THE DRIVER   *
      * RUNS GRID-CHECK ITSELF AS SOON AS STAGE-INPUTS ENDS OK, IN   *
      * EVERY PASS, BEFORE THE DAY JOBS BEHIND IT ARE RELEASED.  IF  *
      * GRID-CHECK CANNOT BE BUILT OR DOES NOT COMPLETE, EVERY JOB   *
      * ON GRID-RULES.TXT IS HELD GRIDF UNCHECKED INSTEAD.           *
      * A JOB ARRIVAL-WATCH ALREADY RELEASED ON THE ARRIVAL OF ITS   *
      * INPUT AND SAW END OK FOR THE SAME BUSINESS DATE (ITS         *
      * ENDED-OK RECORD ON ARRIVAL-TRIGGERS.TXT) IS NOT RUN AGAIN:   *
      * IT IS CARRIED FORWARD WITH AN EARLY STATUS, WHICH SATISFIES  *
      * ITS SUCCESSORS.  INCLUDE/RERUNS RUNS AND CATCH-UP PASSES RUN *
      * EVERY JOB THEY SELECT REGARDLESS.                            *
      * A FULL RUN FIRST CATCHES UP ON MISSED BUSINESS DATES.  EVERY *
      * BATCH THAT FINISHES IS LOGGED ON BATCH-DATES.TXT UNDER ITS   *
      * BUSINESS DATE.  EACH DATE SINCE THE LAST CLEAN BATCH WITH NO *
      * ENTRY THERE IS RUN, OLDEST FIRST, BEFORE TODAY - A WORKING   *
      * DAY LOST TO AN OUTAGE, OR A HOLIDAY THE CALENDAR SKIPPED     *
      * THAT STILL HAD WORK DELIVERED FOR IT (ITS                    *
      * STAGE-MANIFEST-YYYYMMDD.TXT EXISTS; A HOLIDAY WITHOUT ONE IS *
      * NOT MISSED).  ITS DATE IS SET ON BUSINESS-DATE.TXT AND ITS   *
      * OWN STAGE-MANIFEST-YYYYMMDD.TXT IS STAGED AS                 *
      * STAGE-MANIFEST.TXT;                                          *
      * BOTH FILES ARE PUT BACK BEFORE TODAY'S PASS.  ITS STATUS     *
      * RECORDS CARRY 'CATCHUP' AND THE DIGEST GIVES IT ITS OWN      *
      * SECTION.  'CATCHUP nn' ON BATCH-WINDOW.TXT CAPS THE DATES    *
      * ONE BATCH TAKES (DEFAULT 3, 0 = NONE); THE REST WAIT FOR THE *
      * NEXT NIGHT.  A DATE WITH NO MANIFEST STOPS THE CATCH-UP      *
      * THERE.  RESTARTS, INCLUDE/RERUNS RUNS AND A SET BUSINESS     *
      * DATE DO NOT CATCH UP.                                        *
      * BEFORE THE FIRST JOB RUNS THE DRIVER TAKES A BEFORE-IMAGE OF *
      * EVERY SHARED MASTER AND LEDGER THE BATCH TOUCHES AND OF EACH *
      * JOB FOLDER'S FILES, IN BATCH-IMAGE/ (MANIFEST                *
      * IMAGE-MANIFEST.TXT), SO BATCH-ROLLBACK CAN PUT A BAD BATCH   *
      * BACK.  A RESTART KEEPS ITS FIRST RUN'S IMAGE.                *
      * A FAILURE THAT CLEARS ON ITS OWN (A FOLDER LOCK HELD FOR A   *
      * MOMENT, A FILE STATUS 9x ON A BUSY ARCHIVE) IS RETRIED WHEN  *
      * RETRY-POLICY.TXT ALLOWS ITS FAILURE CLASS FOR THE JOB - THE  *
      * FIRST ERROR MESSAGE ID THE JOB ISSUED, OR THE FILE-STATUS    *
      * FAMILY (FS9X) OF A FILE ERROR.  EACH FAILED ATTEMPT IS A     *
      * RTRY RECORD ON BATCH-STATUS.TXT AND A RTRY SPOOL MEMBER; THE *
      * JOB RUNS AGAIN AFTER THE POLICY'S DELAY, AND ONLY ITS FINAL  *
      * OUTCOME PAGES ON-CALL OR OPENS A HANDOVER ITEM.  THE DIGEST  *
      * SHOWS HOW MANY RETRIES EACH JOB NEEDED.                      *
      * THE MEMBER A REBUILD REPLACES IS KEPT AS THE JOB'S NEXT      *
      * PRIOR VERSION IN LOADLIB/VERSIONS (AOC-LOADLIB).  A MEMBER   *
      * LOADLIB-BACKOUT HAS PUT BACK TO A PRIOR VERSION IS NOT       *
      * REBUILT OVER WHILE ITS SOURCE IS THE ONE BACKED OUT AND THE  *
      * BACKOUT STANDS: IT IS CATALOGED BACKEDOUT AND THE REINSTATED *
      * MEMBER RUNS.                                                 *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DIGEST-FILE ASSIGN TO 'BATCH-DIGEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-FST.
      *    JOB-TO-ARTIFACT LINEAGE CATALOG LAST BUILT BY LINEAGE -
      *    READ ONLY, TO PRINT THE IMPACT OF EACH FAILED JOB
           SELECT OPTIONAL LINEAGE-FILE ASSIGN TO 'LINEAGE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-FST.
      *    OPTIONAL SCHEDULE CALENDAR - PER-JOB RUN-DAY PATTERNS AND
      *    SHOP HOLIDAYS.  A JOB WITH NO ENTRY RUNS EVERY BATCH DAY.
      *    RERUN REASONS, KEYED TO THE DATE/PROGRAM/VERSION THEY
           SELECT OPTIONAL REASON-FILE ASSIGN TO 'RERUN-REASONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-FST.
      *    DEPARTMENT RERUN REQUESTS AND THEIR APPROVAL STATE, HELD
      *    THROUGH AOC-ENQ (RERUN-REQUESTS) FOR THE WHOLE BATCH
           SELECT OPTIONAL RERUN-REQUEST-FILE
               ASSIGN TO 'RERUN-REQUESTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-REQUEST-FST.
      *    ANSWER MASTER - READ ONLY, TO FIND THE VERSION A REQUESTED
      *    RERUN PRODUCED
           SELECT OPTIONAL ANSWER-MASTER-FILE
               ASSIGN TO 'ANSWER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-MASTER-FST.
           SELECT OPTIONAL SCHEDULE-FILE
               ASSIGN TO 'SCHEDULE-CALENDAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
      *    OPTIONAL BATCH-WINDOW DEADLINE ('DEADLINE HHMMSS') - WHEN
      *    PRESENT THE DRIVER PROJECTS THE REMAINING BUDGETED TIME AS
      *    JOBS FINISH AND DEFERS CATALOG-FLAGGED SHEDDABLE JOBS
      *    RATHER THAN BLOWING THE WINDOW.  'STREAMS n' SETS HOW MANY
      *    JOBS MAY RUN AT ONCE; 'CATCHUP nn' HOW MANY MISSED BUSINESS
      *    DATES ONE BATCH MAY CATCH UP.
           SELECT OPTIONAL WINDOW-FILE ASSIGN TO 'BATCH-WINDOW.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-FST.
      *    STREAM NUMBER AND END TIME OF THE NEXT CONCURRENT JOB TO
      *    FINISH, LEFT BY THE SHELL'S WAIT STEP
           SELECT OPTIONAL STREAM-WAIT-FILE
               ASSIGN TO '/tmp/AOC-BATCH-WAIT.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-WAIT-FST.
      *    LAST LEDGER RECORD FOR ONE JOB, STAGED BY THE SHELL TO
      *    SEED THAT JOB'S ELAPSED-TIME BUDGET
           SELECT OPTIONAL LEDGER-TAIL-FILE
               ASSIGN TO '/tmp/AOC-BATCH-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-TAIL-FST.
      *    JOBS HELD BY GRID-CHECK FOR A STAGED GRID THAT FAILED ITS
      *    GRID RULE - ABSENT MEANS NOTHING IS HELD
           SELECT OPTIONAL GRID-HOLD-FILE ASSIGN TO 'GRID-HOLDS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-HOLD-FST.
      *    THE JOBS GRID-CHECK COVERS - HELD WHEN IT CANNOT RUN
           SELECT OPTIONAL GRID-RULE-FILE ASSIGN TO 'GRID-RULES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-RULE-FST.
      *    JOBS ARRIVAL-WATCH RELEASED AHEAD OF THE BATCH
           SELECT OPTIONAL ARRIVAL-TRIGGER-FILE
               ASSIGN TO 'ARRIVAL-TRIGGERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-TRIGGER-FST.
      *    AUTOMATIC RETRY POLICY - WHICH FAILURE CLASSES OF WHICH
      *    JOBS ARE RETRIED, HOW OFTEN AND AFTER WHAT DELAY
           SELECT OPTIONAL RETRY-POLICY-FILE
               ASSIGN TO 'RETRY-POLICY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-POLICY-FST.
      *    BUSINESS-DATE REGISTER - ONE RECORD PER FINISHED BATCH
      *    PASS, READ TO FIND THE DATES THE SCHEDULE MISSED
           SELECT OPTIONAL BATCH-DATES-FILE ASSIGN TO 'BATCH-DATES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-DATES-FST.
      *    BEFORE-IMAGE MANIFEST - WHAT THE BATCH'S STARTING IMAGE
      *    HOLDS AND WHICH BATCH IDS IT COVERS, READ BY BATCH-ROLLBACK
           SELECT OPTIONAL IMAGE-MANIFEST-FILE
               ASSIGN TO 'BATCH-IMAGE/IMAGE-MANIFEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-FST.

       DATA DIVISION.
       FILE SECTION.
       01  RUN-REQUEST-RECORD                     PIC X(80).

       FD  STATUS-FILE
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STATUS-RECORD.
           05 STATUS-RUN-DATE                     PIC 9(8).
           05 FILLER                              PIC X(1).
           05 STATUS-RUN-TIME                     PIC 9(8).
           05 FILLER                              PIC X(1).
      *    'CATCHUP' ON A RECORD WRITTEN BY A CATCH-UP PASS
           05 STATUS-RUN-TYPE                     PIC X(7).
      *    ATTEMPT NUMBER AND FAILURE CLASS, FILLED IN ONLY FOR A JOB
      *    THE RETRY POLICY RAN MORE THAN ONCE.  OUTCOME 'RTRY' IS A
      *    FAILED ATTEMPT THAT WAS RETRIED - NEVER A FINAL OUTCOME.
           05 FILLER                              PIC X(1).
           05 STATUS-ATTEMPT                      PIC 9(2).
           05 FILLER                              PIC X(1).
           05 STATUS-FAIL-CLASS                   PIC X(8).

       FD  BUILD-FLAG-FILE
           RECORD CONTAINS 10 CHARACTERS
       01  BUILD-FLAG-RECORD                      PIC X(10).

       FD  COMPILE-CATALOG-FILE
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPILE-CATALOG-RECORD.
           05 CC-TIME                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 CC-SOURCE                           PIC X(40).
           05 FILLER                              PIC X(1).
           05 CC-SRC-CKSUM                        PIC X(10).

       FD  EXCEPTION-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DIGEST-RECORD.
       01  DIGEST-RECORD                          PIC X(132).

       FD  LINEAGE-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LINEAGE-RECORD.
       01  LINEAGE-RECORD                         PIC X(132).

       FD  REASON-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F
           05 FILLER                              PIC X(1).
           05 RSN-TEXT                            PIC X(39).

       FD  RERUN-REQUEST-FILE
           RECORD CONTAINS 212 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RERUN-REQUEST-RECORD.
       01  RERUN-REQUEST-RECORD.
           05 RRQ-ID                              PIC 9(5).
           05 FILLER                              PIC X(1).
           05 RRQ-STATE                           PIC X(8).
           05 FILLER                              PIC X(1).
           05 RRQ-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 RRQ-BIZ-DATE                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RRQ-CATEGORY                        PIC X(4).
           05 FILLER                              PIC X(62).
           05 RRQ-VERSION                         PIC 9(2).
           05 FILLER                              PIC X(1).
           05 RRQ-DONE-DATE                       PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RRQ-CHANGE                          PIC X(60).
           05 FILLER                              PIC X(41).

       FD  ANSWER-MASTER-FILE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ANSWER-MASTER-RECORD.
       01  ANSWER-MASTER-RECORD.
           05 AM-DATE                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 AM-PROGRAM                          PIC X(24).
           05 FILLER                              PIC X(1).
           05 AM-VERSION                          PIC 9(2).
           05 FILLER                              PIC X(70).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS LEDGER-TAIL-RECORD.
       01  LEDGER-TAIL-RECORD                     PIC X(200).

       FD  STREAM-WAIT-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-WAIT-RECORD.
       01  STREAM-WAIT-RECORD                     PIC X(20).

       FD  GRID-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GRID-HOLD-RECORD.
       01  GRID-HOLD-RECORD.
           05 GHD-JOB                             PIC X(8).
           05 FILLER                              PIC X(2).
           05 GHD-DATE                            PIC 9(8).
           05 FILLER                              PIC X(2).
           05 GHD-VIOLATIONS                      PIC 9(5).
           05 FILLER                              PIC X(2).
           05 GHD-REASON                          PIC X(53).

       FD  GRID-RULE-FILE
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GRID-RULE-RECORD.
       01  GRID-RULE-RECORD                       PIC X(125).

       FD  ARRIVAL-TRIGGER-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ARRIVAL-TRIGGER-RECORD.
       01  ARRIVAL-TRIGGER-RECORD.
           05 ATG-BIZ-DATE                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 ATG-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 ATG-OUTCOME                         PIC X(9).
           05 FILLER                              PIC X(105).

      *    '*' IN COLUMN 1 IS A COMMENT
       FD  RETRY-POLICY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RETRY-POLICY-RECORD.
       01  RETRY-POLICY-RECORD.
      *        JOB NAME, OR ALL
           05 RTP-JOB                             PIC X(8).
           05 FILLER                              PIC X(2).
      *        MESSAGE ID, FSnX, BUILD OR JOBFAIL
           05 RTP-CLASS                           PIC X(8).
           05 FILLER                              PIC X(2).
           05 RTP-RETRIES                         PIC X(2).
           05 FILLER                              PIC X(2).
           05 RTP-DELAY                           PIC X(3).
           05 FILLER                              PIC X(53).

       FD  BATCH-DATES-FILE
           RECORD CONTAINS 62 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BATCH-DATE-RECORD.
       01  BATCH-DATE-RECORD.
           05 BDR-BIZ-DATE                        PIC 9(8).
           05 FILLER                              PIC X(1).
      *        NORMAL, RESTART OR CATCHUP
           05 BDR-PASS-TYPE                       PIC X(7).
           05 FILLER                              PIC X(1).
      *        CLEAN OR ATTN
           05 BDR-VERDICT                         PIC X(5).
           05 FILLER                              PIC X(1).
           05 BDR-NOT-OK-CNT                      PIC 9(2).
           05 FILLER                              PIC X(1).
           05 BDR-BATCH-ID                        PIC X(15).
           05 FILLER                              PIC X(1).
           05 BDR-END-DATE                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 BDR-END-TIME                        PIC 9(6).
           05 FILLER                              PIC X(1).
      *        MISSED DATES STILL OWED WHEN THE PASS ENDED - A PASS
      *        THAT LEFT ANY IS NOT A LAST GOOD BATCH
           05 BDR-BACKLOG                         PIC 9(4).

      *    B = A BATCH ID THE IMAGE COVERS (THE FIRST TOOK IT, ANY
      *    LATER ONE IS A RESTART OF THE SAME BATCH), F = A MASTER OR
      *    LEDGER ('R' PUT BACK BY A ROLLBACK, 'C' ONLY COUNTED),
      *    D = A JOB FOLDER WHOSE FILES WERE COPIED, X = ROLLED BACK
       FD  IMAGE-MANIFEST-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IMAGE-BATCH-RECORD IMAGE-FILE-RECORD.
       01  IMAGE-BATCH-RECORD.
           05 IMB-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 IMB-BATCH-ID                        PIC X(15).
           05 FILLER                              PIC X(1).
           05 IMB-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 IMB-TIME                            PIC 9(6).
           05 FILLER                              PIC X(1).
           05 IMB-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(18).
       01  IMAGE-FILE-RECORD.
           05 IMF-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 IMF-PATH                            PIC X(40).
           05 FILLER                              PIC X(1).
           05 IMF-EXISTED                         PIC X(1).
           05 FILLER                              PIC X(1).
           05 IMF-LINES                           PIC 9(6).
           05 FILLER                              PIC X(1).
           05 IMF-ACTION                          PIC X(1).
           05 FILLER                              PIC X(7).

       WORKING-STORAGE SECTION.
      *    JOB TABLE - LOADED FROM JOBCAT.TXT AT RUN TIME
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 40 TIMES INDEXED BY WS-JOB-IDX.
               10 WS-JOB-NAME                     PIC X(8).
               10 WS-JOB-PROGRAM-ID                PIC X(24).
               10 WS-JOB-DIR                       PIC X(20).
               10 WS-JOB-SHEDDED                   PIC X(1).
               10 WS-JOB-BUDGET                    PIC 9(9).
               10 WS-JOB-PRED                      PIC X(8).
      *            ' ' WAITING, 'A' BEING DISPATCHED, 'R' RUNNING ON A
      *            STREAM, 'D' DONE (RAN, SKIPPED OR CARRIED FORWARD)
               10 WS-JOB-STATE                     PIC X(1).
               10 WS-JOB-AM-PRIOR                  PIC 9(2).
      *            'Y' WHEN GRID-CHECK HOLDS THE JOB'S STAGED GRID,
      *            'U' WHEN IT IS HELD UNCHECKED (GRID-CHECK FAILED)
               10 WS-JOB-GRID-HELD                 PIC X(1).
      *            'Y' WHEN ARRIVAL-WATCH RAN IT OK FOR THIS DATE
               10 WS-JOB-EARLY                     PIC X(1).

      *    JOBCAT/RUN-REQUEST LOAD FIELDS
       01  WS-JOBCAT-EOF                          PIC X(1) VALUE 'N'.
      *    OPERATIONS-DIGEST FIELDS - ONE ENTRY PER CATALOG JOB,
      *    FILLED IN AS EACH JOB RUNS, SKIPS, OR CARRIES FORWARD
       01  WS-DIGEST-TABLE.
           05  WS-DIG-ENTRY OCCURS 40 TIMES.
               10 WS-DIG-STATUS                   PIC X(5).
               10 WS-DIG-ELAPSED                  PIC 9(7).
               10 WS-DIG-EXC-CNT                  PIC 9(6).
               10 WS-DIG-HEADLINE                 PIC X(60).
               10 WS-DIG-RETRY-CNT                PIC 9(2).
       01  WS-JOB-START-TS                        PIC 9(8).
       01  WS-JOB-END-TS                          PIC 9(8).
       01  WS-TS-SPLIT.
               10 WS-EXC-MAP-PATH                 PIC X(40).
               10 WS-EXC-MAP-PATH-LEN             PIC 9(2).
       01  WS-EXC-MAP-SUB                         PIC 9(2).
       01  WS-EXC-MAP-KNOWN                       PIC X(1).
           88 EXC-MAP-JOB-KNOWN                            VALUE 'Y'.
       01  WS-COUNT-FLAG-EOF                      PIC X(1) VALUE 'N'.
           88 COUNT-FLAG-EOF                               VALUE 'Y'.
           88 NOT-COUNT-FLAG-EOF                           VALUE 'N'.
       01  WS-COUNT-TEXT                          PIC X(20).
       01  WS-COUNT-SUB                           PIC 9(2).
       01  WS-COUNT-ONE-FILE                      PIC 9(6).
       01  WS-COUNT-CHAR-X                        PIC X(1).
       01  WS-COUNT-CHAR-9 REDEFINES WS-COUNT-CHAR-X
                                                  PIC 9(1).
       01  WS-FAIL-JOB-CNT                        PIC 9(2) VALUE 0.
      *    FAILURE-IMPACT FIELDS - LINEAGE.TXT IS HELD WHOLE ONLY
      *    WHEN THE BATCH HAD A FAILED JOB
       01  WS-LINEAGE-EOF                         PIC X(1) VALUE 'N'.
           88 LINEAGE-EOF                                  VALUE 'Y'.
           88 NOT-LINEAGE-EOF                              VALUE 'N'.
       01  WS-LIN-CNT                             PIC 9(4) VALUE 0.
       01  WS-LIN-TABLE.
           05 WS-LIN-ENTRY OCCURS 2000 TIMES      PIC X(132).
       01  WS-LIN-SUB                             PIC 9(4).
       01  WS-LIN-SUB2                            PIC 9(4).
       01  WS-LIN-JOB                             PIC X(8).
       01  WS-IMPACT-ROWS                         PIC 9(4).
       01  WS-IMPACT-STEPS                        PIC 9(4).
       01  WS-ELAPSED-EDIT                        PIC ZZZ9.99.
       01  WS-DIG-SUB                             PIC 9(2).
       01  WS-DIGEST-LINE.
           05  FILLER                             PIC X(2) VALUE SPACES.
           05  WS-DGL-EXC-CNT                     PIC ZZZZZ9.
           05  FILLER                             PIC X(2) VALUE SPACES.
           05  WS-DGL-RETRY-CNT                   PIC ZZZZ9.
           05  FILLER                             PIC X(2) VALUE SPACES.
           05  WS-DGL-HEADLINE                    PIC X(60).

      *    SCHEDULE-CALENDAR FIELDS.  RUN-DAY PATTERNS ARE SEVEN
       01  WS-REASON-CODE                         PIC X(4).
       01  WS-REASON-TEXT                         PIC X(39).

      *    REQUESTED-RERUN FIELDS - THE REQUEST MASTER IS HELD WHOLE
      *    AND REWRITTEN AT THE END OF THE BATCH WHEN A REQUEST WAS
      *    COMPLETED
       01  WS-RERUN-REQUEST-FST                   PIC X(2) VALUE '00'.
       01  WS-ANSWER-MASTER-FST                   PIC X(2) VALUE '00'.
       01  WS-RERUNS-ONLY                         PIC X(1) VALUE 'N'.
           88 RERUNS-ONLY                                  VALUE 'Y'.
       01  WS-RERUN-HELD                          PIC X(1) VALUE 'N'.
           88 RERUN-MASTER-HELD                            VALUE 'Y'.
       01  WS-RERUN-CHANGED                       PIC X(1) VALUE 'N'.
           88 RERUN-MASTER-CHANGED                         VALUE 'Y'.
       01  WS-RERUN-EOF                           PIC X(1) VALUE 'N'.
           88 RERUN-EOF                                    VALUE 'Y'.
           88 NOT-RERUN-EOF                                VALUE 'N'.
       01  WS-RR-CNT                              PIC 9(4) VALUE 0.
       01  WS-RR-TABLE.
           05 WS-RR-ENTRY OCCURS 2000 TIMES       PIC X(212).
       01  WS-RR-SUB                              PIC 9(4).
       01  WS-RR-OTHER-DATE-CNT                   PIC 9(4) VALUE 0.
       01  WS-RR-DONE-CNT                         PIC 9(4) VALUE 0.
       01  WS-JOB-RERUN-CNT                       PIC 9(4).
       01  WS-AM-HIGH-VERSION                     PIC 9(2).
       01  WS-AM-PRIOR-VERSION                    PIC 9(2).
       01  WS-AM-EOF                              PIC X(1) VALUE 'N'.
           88 AM-EOF                                       VALUE 'Y'.
           88 NOT-AM-EOF                                   VALUE 'N'.
       01  WS-RR-ID-EDIT                          PIC Z(4)9.
       01  WS-RR-CNT-EDIT                         PIC Z(3)9.

      *    JOB-DEPENDENCY FIELDS - A JOB WHOSE CATALOGED PREDECESSOR
      *    DID NOT END OK THIS BATCH IS SKIPPED WITH A DEPFAIL
      *    STATUS RATHER THAN RUN AGAINST GARBAGE
       01  WS-PRED-IDX                            PIC 9(2).
       01  WS-PRED-OK                             PIC X(1).

      *    GRID-HOLD FIELDS - JOBS WHOSE STAGED GRID FAILED
      *    GRID-CHECK ARE HELD WITH A GRIDF STATUS
       01  WS-GRID-HOLD-FST                       PIC X(2) VALUE '00'.
       01  WS-GRID-HOLD-EOF                       PIC X(1) VALUE 'N'.
           88 GRID-HOLD-EOF                                VALUE 'Y'.
           88 NOT-GRID-HOLD-EOF                            VALUE 'N'.
       01  WS-GRID-HOLD-CNT                       PIC 9(2) VALUE 0.
       01  WS-GRID-RULE-FST                       PIC X(2) VALUE '00'.
       01  WS-GRID-RULE-EOF                       PIC X(1) VALUE 'N'.
           88 GRID-RULE-EOF                                VALUE 'Y'.
           88 NOT-GRID-RULE-EOF                            VALUE 'N'.

      *    EARLY-RELEASE FIELDS - JOBS ARRIVAL-WATCH RAN OK FOR THE
      *    BUSINESS DATE ARE CARRIED FORWARD WITH AN EARLY STATUS
       01  WS-ARRIVAL-TRIGGER-FST                 PIC X(2) VALUE '00'.
       01  WS-ARRIVAL-TRIGGER-EOF                 PIC X(1) VALUE 'N'.
           88 ARRIVAL-TRIGGER-EOF                          VALUE 'Y'.
           88 NOT-ARRIVAL-TRIGGER-EOF                      VALUE 'N'.
       01  WS-EARLY-CNT                           PIC 9(2) VALUE 0.

      *    RETRY-POLICY FIELDS - THE POLICY TABLE, AND THE FAILURE
      *    CLASS OF THE ATTEMPT THAT HAS JUST ENDED: THE FILE-STATUS
      *    FAMILY OF A FILE ERROR, ELSE THE FIRST E/F MESSAGE ID THE
      *    JOB ISSUED, ELSE THE ABEND BANNER, ELSE BUILD OR JOBFAIL
       01  WS-RETRY-POLICY-FST                    PIC X(2) VALUE '00'.
       01  WS-RETRY-POLICY-EOF                    PIC X(1) VALUE 'N'.
           88 RETRY-POLICY-EOF                             VALUE 'Y'.
           88 NOT-RETRY-POLICY-EOF                         VALUE 'N'.
       01  WS-RTP-CNT                             PIC 9(2) VALUE 0.
       01  WS-RTP-TABLE.
           05  WS-RTP-ENTRY OCCURS 50 TIMES.
               10 WS-RTP-JOB                      PIC X(8).
               10 WS-RTP-CLASS                    PIC X(8).
               10 WS-RTP-RETRIES                  PIC 9(2).
               10 WS-RTP-DELAY                    PIC 9(3).
       01  WS-RTP-SUB                             PIC 9(2).
       01  WS-RTP-HIT                             PIC 9(2).
       01  WS-FAIL-CLASS                          PIC X(8).
       01  WS-FS-CLASS                            PIC X(8).
       01  WS-MSG-CLASS                           PIC X(8).
       01  WS-ABEND-SEEN                          PIC X(1).
       01  WS-RTY-HEAD                            PIC X(250).
       01  WS-RTY-TAIL                            PIC X(250).
       01  WS-RTY-PARTS                           PIC 9(2).
       01  WS-RETRY-DUE                           PIC X(1) VALUE 'N'.
       01  WS-RETRY-DELAY                         PIC 9(3) VALUE 0.
       01  WS-RETRY-EDIT                          PIC Z9.
       01  WS-RETRY-MAX-EDIT                      PIC Z9.
       01  WS-RETRY-DELAY-EDIT                    PIC ZZ9.

      *    CATCH-UP FIELDS - THE MISSED BUSINESS DATES THIS BATCH
      *    TAKES, OLDEST FIRST, AND THE PASS NOW RUNNING
       01  WS-BATCH-DATES-FST                     PIC X(2) VALUE '00'.
       01  WS-BATCH-DATES-EOF                     PIC X(1) VALUE 'N'.
           88 BATCH-DATES-EOF                              VALUE 'Y'.
           88 NOT-BATCH-DATES-EOF                          VALUE 'N'.
       01  WS-CU-LIMIT                            PIC 9(2) VALUE 3.
       01  WS-CU-CNT                              PIC 9(2) VALUE 0.
       01  WS-CU-TABLE.
           05 WS-CU-DATE OCCURS 31 TIMES          PIC 9(8).
       01  WS-CU-SUB                              PIC 9(2).
       01  WS-CU-MISSED-CNT                       PIC 9(4) VALUE 0.
       01  WS-CU-LEFT-CNT                         PIC 9(4) VALUE 0.
       01  WS-CU-RAN-CNT                          PIC 9(2) VALUE 0.
       01  WS-CU-FAIL-CNT                         PIC 9(2) VALUE 0.
       01  WS-CU-LAST-GOOD                        PIC 9(8) VALUE 0.
       01  WS-CU-CURRENT-DATE                     PIC 9(8) VALUE 0.
       01  WS-CU-PASS-DATE                        PIC 9(8) VALUE 0.
       01  WS-CU-HALT-DATE                        PIC 9(8) VALUE 0.
       01  WS-CU-INT                              PIC 9(7).
       01  WS-CU-END-INT                          PIC 9(7).
       01  WS-CU-WALK-DATE                        PIC 9(8).
       01  WS-CU-SEEN-CNT                         PIC 9(3) VALUE 0.
       01  WS-CU-SEEN-TABLE.
           05 WS-CU-SEEN-DATE OCCURS 400 TIMES    PIC 9(8).
       01  WS-CU-SEEN-SUB                         PIC 9(3).
       01  WS-CU-HOLIDAY                          PIC X(1).
       01  WS-CU-BIZDATE-PATH                     PIC X(50).
       01  WS-CU-EDIT                             PIC ZZZ9.
       01  WS-CATCHUP-FLAG                        PIC X(1) VALUE 'N'.
           88 CATCHUP-PASS                                 VALUE 'Y'.
       01  WS-CU-HALT-FLAG                        PIC X(1) VALUE 'N'.
           88 CATCHUP-HALTED                               VALUE 'Y'.
       01  WS-VERDICT-LABEL                       PIC X(9).
       01  WS-DIGEST-OPEN-FLAG                    PIC X(1) VALUE 'N'.
           88 DIGEST-OPEN                                  VALUE 'Y'.
      *    A RESTART KEEPS THE CATCH-UP PASSES' STATUS RECORDS
       01  WS-CU-CARRY-CNT                        PIC 9(3) VALUE 0.
       01  WS-CU-CARRY-TABLE.
           05 WS-CU-CARRY OCCURS 300 TIMES        PIC X(51).
       01  WS-CU-CARRY-SUB                        PIC 9(3).

      *    BEFORE-IMAGE OF THE SHARED MASTERS AND LEDGERS THE BATCH
      *    TOUCHES.  'R' FILES ARE PUT BACK BY A ROLLBACK; 'C' FILES
      *    ARE ONLY COUNTED, SO A ROLLBACK CAN TELL WHAT WAS ADDED TO
      *    THEM AFTER THE IMAGE WAS TAKEN.
       01  WS-IMAGE-FST                           PIC X(2) VALUE '00'.
       01  WS-IMAGE-EOF                           PIC X(1) VALUE 'N'.
           88 IMAGE-EOF                                    VALUE 'Y'.
           88 NOT-IMAGE-EOF                                VALUE 'N'.
       01  WS-IMG-FILE-CNT                        PIC 9(2) VALUE 13.
       01  WS-IMG-FILE-TABLE.
           05 FILLER                              PIC X(31)
               VALUE 'ANSWER-MASTER.TXT             R'.
           05 FILLER                              PIC X(31)
               VALUE 'ANSWER-PROVENANCE.TXT         R'.
           05 FILLER                              PIC X(31)
               VALUE 'BALANCE-FILE.TXT              R'.
           05 FILLER                              PIC X(31)
               VALUE 'STAGING-LEDGER.TXT            R'.
           05 FILLER                              PIC X(31)
               VALUE 'SUPPLIER-DELIVERIES.TXT       R'.
           05 FILLER                              PIC X(31)
               VALUE 'RERUN-REQUESTS.TXT            R'.
           05 FILLER                              PIC X(31)
               VALUE 'RERUN-REASONS.TXT             R'.
           05 FILLER                              PIC X(31)
               VALUE 'EXC-HISTORY.TXT               R'.
           05 FILLER                              PIC X(31)
               VALUE 'ALERT-MASTER.TXT              R'.
           05 FILLER                              PIC X(31)
               VALUE 'BATCH-DATES.TXT               R'.
           05 FILLER                              PIC X(31)
               VALUE 'COMMIT-JOURNAL.TXT            C'.
           05 FILLER                              PIC X(31)
               VALUE 'MIS-EXTRACT.CSV               C'.
           05 FILLER                              PIC X(31)
               VALUE 'GL-JOURNAL-REGISTER.TXT       C'.
       01  WS-IMG-FILE-TABLE-R REDEFINES WS-IMG-FILE-TABLE.
           05 WS-IMG-FILE-ENTRY OCCURS 13 TIMES.
              10 WS-IMG-PATH                      PIC X(30).
              10 WS-IMG-ACTION                    PIC X(1).
       01  WS-IMG-SUB                             PIC 9(2).
       01  WS-IMG-PATH-LEN                        PIC 9(2).
       01  WS-IMG-DIR-CNT                         PIC 9(2) VALUE 0.
       01  WS-IMG-OWNER                           PIC X(15)
           VALUE SPACES.
       01  WS-IMG-ROLLED                          PIC X(1) VALUE 'N'.

      *    RESTART-MODE FIELDS - PRIOR COMPLETION STATUS BY JOB
       01  WS-RESTART-FLAG                        PIC X(1) VALUE 'N'.
           88 RESTART-MODE                                 VALUE 'Y'.
           88 NOT-STATUS-EOF                               VALUE 'N'.
       01  WS-PRIOR-CNT                           PIC 9(2) VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 40 TIMES.
               10 WS-PRIOR-JOB                    PIC X(8).
               10 WS-PRIOR-OUTCOME                PIC X(4).
       01  WS-PRIOR-SUB                           PIC 9(2).
       01  WS-STATUS-TIME                         PIC 9(8).

      *    SHELL COMMAND FIELD
       01  WS-COMMAND                             PIC X(1600).
       01  WS-CMD-PTR                             PIC 9(4).
       01  WS-CMD-OVERFLOW                        PIC X(1) VALUE 'N'.

      *    CONCURRENT-STREAM FIELDS.  EACH STREAM SLOT HOLDS THE JOB
      *    RUNNING ON IT (0 = FREE) AND THAT JOB'S START TIME.  THE
      *    SCRATCH NAMES ARE THE FIXED ONES IN A SINGLE STREAM AND
      *    CARRY THE STREAM NUMBER OTHERWISE.
       01  WS-STREAM-CNT                          PIC 9(1) VALUE 1.
           88 CONCURRENT-STREAMS                           VALUE 2
                                                           THRU 9.
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY OCCURS 9 TIMES.
               10 WS-STR-JOB                      PIC 9(2).
               10 WS-STR-START-TS                 PIC 9(8).
       01  WS-STR-SUB                             PIC 9(2).
       01  WS-STR-DIGIT                           PIC 9(1).
       01  WS-STR-RUNNING                         PIC 9(2).
       01  WS-STREAM-WAIT-FST                     PIC X(2) VALUE '00'.
       01  WS-WAIT-TEXT                           PIC X(20).
       01  WS-PENDING-CNT                         PIC 9(2).
       01  WS-CAND-SUB                            PIC 9(2).
       01  WS-CAND-SUB2                           PIC 9(2).
       01  WS-CAND-READY                          PIC X(1).
       01  WS-PICK-IDX                            PIC 9(2).
       01  WS-PICK-BUDGET                         PIC 9(9).
       01  WS-LONGEST-BUDGET                      PIC 9(9).
       01  WS-SCR-JOB-OUT                         PIC X(40)
           VALUE '/tmp/AOC-BATCH-JOB.OUT'.
       01  WS-SCR-BUILD-FLG                       PIC X(40)
           VALUE '/tmp/AOC-BATCH-BUILD.FLG'.
       01  WS-SCR-COMPILE-LOG                     PIC X(40)
           VALUE '/tmp/AOC-BATCH-COMPILE.LOG'.
       01  WS-LAUNCH-COMMAND                      PIC X(1900).

      *    BATCH ID - RUN DATE AND START TIME, HANDED TO EVERY JOB SO
      *    ITS ANSWER PROVENANCE NAMES THE BATCH THAT PRODUCED IT
       01  WS-BATCH-ID                            PIC X(15).
       01  WS-BATCH-ID-DATE                       PIC 9(8).
       01  WS-BATCH-ID-TIME                       PIC 9(8).

      *    BUILD-DECISION FIELDS
       01  WS-BUILD-FLAG-EOF                      PIC X(1) VALUE 'N'.
           88 BUILD-FLAG-EOF                               VALUE 'Y'.
           88 NOT-BUILD-FLAG-EOF                           VALUE 'N'.
       01  WS-BUILD-ACTION                        PIC X(9).
       01  WS-BUILD-CKSUM                         PIC X(10).
      *    A MEMBER IN A LOADLIB FREEZE WINDOW IS NOT REBUILT
       01  WS-FREEZE-HOLD                         PIC X(1) VALUE 'N'.

       01  WS-JOB-OUTPUT-EOF                      PIC X(1) VALUE 'N'.
           88 JOB-OUTPUT-EOF                               VALUE 'Y'.

       COPY SPLPARM.

       COPY LIBPARM.

       COPY FRZPARM.

       COPY NTFPARM.
       01  WS-FAIL-CNT-EDIT                       PIC Z9.

      *    FILE-STATUS FIELDS - ONE PER FILE, CHECKED THROUGH
      *    9800-CHECK-FILE-STATUS AFTER EVERY OPEN/READ/WRITE
       01  WS-JOB-OUTPUT-FST                      PIC X(2) VALUE '00'.
       01  WS-COUNT-FLAG-FST                      PIC X(2) VALUE '00'.
       01  WS-DIGEST-FST                          PIC X(2) VALUE '00'.
       01  WS-SCHEDULE-FST                        PIC X(2) VALUE '00'.
       01  WS-LINEAGE-FST                         PIC X(2) VALUE '00'.
       01  WS-FST-FILE-NAME                       PIC X(30).
       01  WS-FST-OPERATION                       PIC X(10).
       01  WS-FST-STATUS                          PIC X(2).
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-BATCH-ID-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BATCH-ID-TIME FROM TIME
           MOVE SPACES TO WS-BATCH-ID
           STRING WS-BATCH-ID-DATE '-' WS-BATCH-ID-TIME(1:6)
               DELIMITED BY SIZE INTO WS-BATCH-ID
           END-STRING
           PERFORM 1000-LOAD-JOBCAT           THRU 1000-EXIT
           PERFORM 1200-READ-RUN-REQUEST      THRU 1200-EXIT
           IF RESTART-MODE
               PERFORM 1400-READ-PRIOR-STATUS THRU 1400-EXIT
           END-IF
           PERFORM 1600-LOAD-EXCEPTION-MAP    THRU 1600-EXIT
           PERFORM 1650-LOAD-GRID-HOLDS       THRU 1650-EXIT
           PERFORM 1700-READ-SCHEDULE         THRU 1700-EXIT
           PERFORM 1280-LOAD-RERUN-REQUESTS   THRU 1280-EXIT
           PERFORM 1660-LOAD-EARLY-RELEASES   THRU 1660-EXIT
           PERFORM 1670-LOAD-RETRY-POLICY     THRU 1670-EXIT
           PERFORM 1800-READ-WINDOW           THRU 1800-EXIT
           PERFORM 1850-SEED-BUDGETS          THRU 1850-EXIT
           PERFORM 1500-OPEN-SUMMARY          THRU 1500-EXIT
      *    NOTHING IS TOUCHED UNTIL THE BEFORE-IMAGE IS TAKEN
           PERFORM 4800-TAKE-BEFORE-IMAGE     THRU 4800-EXIT
      *    MISSED BUSINESS DATES RUN FIRST, OLDEST FIRST
           PERFORM 4000-FIND-MISSED-DATES     THRU 4000-EXIT
           IF WS-CU-CNT GREATER 0
               PERFORM 4100-RUN-CATCHUP-PASS  THRU 4100-EXIT
                   VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB GREATER WS-CU-CNT
               PERFORM 4300-RESTORE-CURRENT-DATE THRU 4300-EXIT
           END-IF
           PERFORM 2005-RUN-JOB-PASS          THRU 2005-EXIT
           PERFORM 8000-WRITE-DIGEST          THRU 8000-EXIT
           PERFORM 4700-RECORD-PASS-DATE      THRU 4700-EXIT
           PERFORM 9000-CLOSE-SUMMARY         THRU 9000-EXIT
           PERFORM 8500-REWRITE-RERUN-REQUESTS THRU 8500-EXIT
      *    A CATCH-UP PASS'S FAILURES ARE THE BATCH'S FAILURES TOO
           ADD WS-CU-FAIL-CNT TO WS-FAIL-JOB-CNT
           IF WS-FAIL-JOB-CNT GREATER 0
               MOVE WS-FAIL-JOB-CNT TO WS-FAIL-CNT-EDIT
               DISPLAY 'AOC9022W BATCH DRIVER: BATCH ENDED WITH '
                   WS-FAIL-CNT-EDIT ' JOB(S) NOT OK'
               MOVE 'OPSCNTL'  TO NTF-GROUP
               MOVE SPACE      TO NTF-SEVERITY
               MOVE 'AOC9022W' TO NTF-MSG-ID
               MOVE 'BATCH'    TO NTF-SOURCE-JOB
               MOVE SPACES TO NTF-SUBJECT NTF-BODY
               STRING 'BATCH ENDED WITH ' WS-FAIL-CNT-EDIT
                   ' JOB(S) NOT OK'
                   DELIMITED BY SIZE INTO NTF-SUBJECT
               END-STRING
               STRING 'FAILED, DEPFAIL-SKIPPED OR LOCKED-OUT JOBS'
                   ' ARE LISTED ON BATCH-DIGEST.TXT.  RERUN WITH A'
                   ' RESTART LINE ON RUN-REQUEST.TXT ONCE FIXED.'
                   DELIMITED BY SIZE INTO NTF-BODY
               END-STRING
               CALL 'AOC-NOTIFY' USING NTF-PARMS
           END-IF
           MOVE 'DEQ '         TO ENQ-OP
           MOVE 'BATCH-DRIVER' TO ENQ-RESOURCE
           CALL 'AOC-ENQ' USING ENQ-PARMS
      ***************************************************************
       1100-LOAD-JOBCAT-ENTRY.

           IF WS-JOB-CNT EQUAL 40
               DISPLAY 'AOC9003W '
                   'BATCH DRIVER: JOB TABLE FULL - ENTRY SKIPPED'
               GO TO 1100-EXIT
           MOVE C-DEFAULT-BUDGET TO WS-JOB-BUDGET(WS-JOB-IDX)
      *    COLUMNS 73-80 NAME THE JOB THAT MUST HAVE ENDED OK FIRST
           MOVE JOBCAT-RECORD(73:8) TO WS-JOB-PRED(WS-JOB-IDX)
           MOVE SPACE TO WS-JOB-STATE(WS-JOB-IDX)
           MOVE 0 TO WS-JOB-AM-PRIOR(WS-JOB-IDX)
           MOVE 'N' TO WS-JOB-GRID-HELD(WS-JOB-IDX)
           MOVE 'N' TO WS-JOB-EARLY(WS-JOB-IDX)
           .
       1100-EXIT.
           EXIT.
               GO TO 1250-EXIT
           END-IF

           IF RUN-REQUEST-RECORD(1:7) EQUAL 'RERUNS '
               SET RERUNS-ONLY TO TRUE
               GO TO 1250-EXIT
           END-IF

           IF RUN-REQUEST-RECORD(1:7) EQUAL 'REASON '
               MOVE 'Y' TO WS-REASON-GIVEN
               MOVE RUN-REQUEST-RECORD(8:4)  TO WS-REASON-CODE
       1300-EXIT.
           EXIT.

      ***************************************************************
      * 1280-LOAD-RERUN-REQUESTS - HOLDS THE RERUN REQUEST MASTER    *
      * FOR THE BATCH AND LOADS IT.  APPROVED REQUESTS FOR THE SHOP  *
      * BUSINESS DATE ARE COMPLETED AS THEIR JOBS END OK; UNDER A    *
      * 'RERUNS' RUN REQUEST ONLY THOSE JOBS RUN, SCHEDULED TODAY OR *
      * NOT.  AN APPROVED REQUEST FOR ANOTHER BUSINESS DATE WAITS    *
      * UNTIL OPERATIONS SET THAT DATE ON BUSINESS-DATE.TXT.         *
      ***************************************************************
       1280-LOAD-RERUN-REQUESTS.

           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           MOVE 'ENQ '           TO ENQ-OP
           MOVE 'RERUN-REQUESTS' TO ENQ-RESOURCE
           MOVE WS-OPERATOR-ID   TO ENQ-HOLDER
           MOVE 'BATCH-DRIVER'   TO ENQ-PROGRAM
           MOVE SPACE            TO ENQ-OVERRIDE
           CALL 'AOC-ENQ' USING ENQ-PARMS
           IF ENQ-RC EQUAL 8
               DISPLAY 'AOC9023W BATCH DRIVER: STALE RERUN-REQUESTS'
                   ' LOCK (' ENQ-HELD-BY ') - OVERRIDING'
               MOVE 'Y' TO ENQ-OVERRIDE
               CALL 'AOC-ENQ' USING ENQ-PARMS
           END-IF
           IF ENQ-RC NOT EQUAL 0
               DISPLAY 'AOC9024W BATCH DRIVER: RERUN-REQUESTS.TXT IN'
                   ' USE BY ' ENQ-HELD-BY ' - REQUESTED RERUNS NOT'
                   ' HANDLED THIS BATCH'
               GO TO 1280-DESELECT
           END-IF
           SET RERUN-MASTER-HELD TO TRUE

           OPEN INPUT RERUN-REQUEST-FILE
           IF WS-RERUN-REQUEST-FST EQUAL '05'
               CLOSE RERUN-REQUEST-FILE
               GO TO 1280-DESELECT
           END-IF
           SET NOT-RERUN-EOF TO TRUE
           PERFORM UNTIL RERUN-EOF
               READ RERUN-REQUEST-FILE
                   AT END
                       SET RERUN-EOF TO TRUE
                   NOT AT END
                       IF WS-RR-CNT NOT LESS 2000
                           SET RERUN-EOF TO TRUE
                           MOVE 'N' TO WS-RERUN-HELD
                       ELSE
                           ADD 1 TO WS-RR-CNT
                           MOVE RERUN-REQUEST-RECORD
                               TO WS-RR-ENTRY(WS-RR-CNT)
                           IF RRQ-STATE EQUAL 'APPROVED'
                               AND RRQ-BIZ-DATE NOT EQUAL BIZ-DATE
                               ADD 1 TO WS-RR-OTHER-DATE-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RERUN-REQUEST-FILE
           IF NOT RERUN-MASTER-HELD
      *        NEVER REWRITE A MASTER THAT WAS NOT LOADED WHOLE
               DISPLAY 'AOC9029E BATCH DRIVER: RERUN REQUEST TABLE'
                   ' FULL - REQUESTED RERUNS NOT HANDLED THIS BATCH'
               MOVE 0 TO WS-RR-CNT
               MOVE 'DEQ '           TO ENQ-OP
               MOVE 'RERUN-REQUESTS' TO ENQ-RESOURCE
               CALL 'AOC-ENQ' USING ENQ-PARMS
               GO TO 1280-DESELECT
           END-IF
           IF WS-RR-OTHER-DATE-CNT GREATER 0
               MOVE WS-RR-OTHER-DATE-CNT TO WS-RR-CNT-EDIT
               DISPLAY 'AOC9026W BATCH DRIVER: ' WS-RR-CNT-EDIT
                   ' APPROVED RERUN REQUEST(S) ARE FOR ANOTHER'
                   ' BUSINESS DATE THAN ' BIZ-DATE
           END-IF

           .
       1280-DESELECT.
      *    UNDER 'RERUNS' A JOB WITH NO APPROVED REQUEST DOES NOT RUN
           IF NOT RERUNS-ONLY
               GO TO 1280-EXIT
           END-IF
           MOVE 0 TO WS-RR-DONE-CNT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX GREATER WS-JOB-CNT
               PERFORM 2520-COUNT-JOB-RERUNS THRU 2520-EXIT
               IF WS-JOB-RERUN-CNT EQUAL 0
                   MOVE 'N' TO WS-JOB-SELECTED(WS-JOB-IDX)
               ELSE
                   MOVE 'Y' TO WS-JOB-SCHEDULED(WS-JOB-IDX)
                   ADD WS-JOB-RERUN-CNT TO WS-RR-DONE-CNT
               END-IF
           END-PERFORM
           MOVE WS-RR-DONE-CNT TO WS-RR-CNT-EDIT
           DISPLAY 'AOC9025I BATCH DRIVER: RERUNS ONLY - '
               WS-RR-CNT-EDIT ' APPROVED RERUN REQUEST(S) FOR '
               BIZ-DATE
           MOVE 0 TO WS-RR-DONE-CNT
           .
       1280-EXIT.
           EXIT.

      ***************************************************************
      * 1400-READ-PRIOR-STATUS - LOADS THE PRIOR RUN'S PER-JOB       *
      * COMPLETION RECORDS SO A RESTART ONLY RE-EXECUTES JOBS THAT   *
                   AT END
                       SET STATUS-EOF TO TRUE
                   NOT AT END
      *                A CATCH-UP PASS'S RECORDS ARE FOR ANOTHER
      *                BUSINESS DATE - KEEP THEM, BUT THEY DO NOT
      *                DECIDE WHAT THIS RESTART RERUNS.  A RETRIED
      *                ATTEMPT IS NOT AN OUTCOME - THE JOB'S FINAL
      *                RECORD FOLLOWS IT.
                       IF STATUS-RUN-TYPE EQUAL 'CATCHUP'
                           IF WS-CU-CARRY-CNT LESS 300
                               ADD 1 TO WS-CU-CARRY-CNT
                               MOVE STATUS-RECORD
                                   TO WS-CU-CARRY(WS-CU-CARRY-CNT)
                           END-IF
                       ELSE
                           IF WS-PRIOR-CNT LESS 40
                               AND STATUS-OUTCOME NOT EQUAL 'RTRY'
                               ADD 1 TO WS-PRIOR-CNT
                               MOVE STATUS-JOB-NAME
                                   TO WS-PRIOR-JOB(WS-PRIOR-CNT)
                               MOVE STATUS-OUTCOME
                                   TO WS-PRIOR-OUTCOME(WS-PRIOR-CNT)
                           END-IF
                       END-IF
               END-READ
               MOVE 'STATUS-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-STATUS-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           PERFORM VARYING WS-CU-CARRY-SUB FROM 1 BY 1
                   UNTIL WS-CU-CARRY-SUB GREATER WS-CU-CARRY-CNT
               MOVE WS-CU-CARRY(WS-CU-CARRY-SUB) TO STATUS-RECORD
               WRITE STATUS-RECORD
               MOVE 'STATUS-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-STATUS-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           MOVE 'mkdir -p /root/workspace/LOADLIB' TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           .
      ***************************************************************
       2000-RUN-JOB.

           MOVE 'A' TO WS-JOB-STATE(WS-JOB-IDX)
           SET WS-DIG-SUB TO WS-JOB-IDX
           MOVE SPACES TO WS-DIG-HEADLINE(WS-DIG-SUB)
           MOVE ZEROS  TO WS-DIG-ELAPSED(WS-DIG-SUB)
                          WS-DIG-EXC-CNT(WS-DIG-SUB)
                          WS-DIG-RETRY-CNT(WS-DIG-SUB)
           MOVE SPACES TO WS-FAIL-CLASS
           MOVE 'N' TO WS-RETRY-DUE

      *    ALREADY RUN OK ON THE ARRIVAL OF ITS INPUT - NOT RUN AGAIN
           IF WS-JOB-EARLY(WS-JOB-IDX) EQUAL 'Y'
               AND WS-JOB-SELECTED(WS-JOB-IDX) EQUAL 'Y'
               AND WS-JOB-SCHEDULED(WS-JOB-IDX) EQUAL 'Y'
               DISPLAY 'AOC9049I '
                   'BATCH DRIVER: ' WS-JOB-NAME(WS-JOB-IDX)
                   ' ALREADY RELEASED ON ARRIVAL - CARRIED FORWARD'
               MOVE 'EARLY' TO WS-DIG-STATUS(WS-DIG-SUB)
               MOVE 'RELEASED ON ARRIVAL - SEE ARRIVAL-TRIGGERS.TXT'
                   TO WS-DIG-HEADLINE(WS-DIG-SUB)
               MOVE 'OK  ' TO WS-JOB-OUTCOME
               PERFORM 2400-WRITE-STATUS THRU 2400-EXIT
               MOVE SPACES TO SUMMARY-RECORD
               STRING '===== ' DELIMITED BY SIZE
                   WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
                   ' : RELEASED ON ARRIVAL - NOT RERUN ====='
                       DELIMITED BY SIZE
                   INTO SUMMARY-RECORD
               END-STRING
               WRITE SUMMARY-RECORD
               MOVE 'SUMMARY-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-SUMMARY-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
               MOVE SPACES TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE 'SUMMARY-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-SUMMARY-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-JOB-SELECTED(WS-JOB-IDX) EQUAL 'Y'
               AND WS-JOB-SCHEDULED(WS-JOB-IDX) EQUAL 'Y'
               END-IF
           END-IF

      *    A STAGED GRID THAT BROKE ITS GRID RULE WOULD ONLY GIVE A
      *    WRONG ANSWER - HOLD THE JOB INSTEAD
      *    AND A GRID GRID-CHECK COULD NOT VALIDATE IS HELD THE SAME WAY
           IF WS-JOB-GRID-HELD(WS-JOB-IDX) EQUAL 'Y'
               OR WS-JOB-GRID-HELD(WS-JOB-IDX) EQUAL 'U'
               MOVE 'GRIDF' TO WS-DIG-STATUS(WS-DIG-SUB)
               ADD 1 TO WS-FAIL-JOB-CNT
               MOVE SPACES TO SUMMARY-RECORD
               IF WS-JOB-GRID-HELD(WS-JOB-IDX) EQUAL 'U'
                   STRING 'STAGED GRID NOT CHECKED - GRID-CHECK DID'
                       ' NOT COMPLETE' DELIMITED BY SIZE
                       INTO WS-DIG-HEADLINE(WS-DIG-SUB)
                   END-STRING
                   DISPLAY 'AOC9060E BATCH DRIVER: '
                       WS-JOB-NAME(WS-JOB-IDX)
                       ' HELD - GRID-CHECK DID NOT COMPLETE, STAGED'
                       ' GRID NOT CHECKED'
                   STRING '===== ' DELIMITED BY SIZE
                       WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
                       ' : GRIDFAIL - STAGED GRID NOT CHECKED'
                           DELIMITED BY SIZE
                       ' - SEE /tmp/AOC-BATCH-GRIDCHK.LOG ====='
                           DELIMITED BY SIZE
                       INTO SUMMARY-RECORD
                   END-STRING
               ELSE
                   STRING 'STAGED GRID FAILED GRID-CHECK - SEE'
                       ' GRID-EXCEPTIONS.TXT' DELIMITED BY SIZE
                       INTO WS-DIG-HEADLINE(WS-DIG-SUB)
                   END-STRING
                   DISPLAY 'AOC9038E BATCH DRIVER: '
                       WS-JOB-NAME(WS-JOB-IDX)
                       ' HELD - STAGED GRID FAILED GRID-CHECK'
                   STRING '===== ' DELIMITED BY SIZE
                       WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
                       ' : GRIDFAIL - STAGED GRID FAILED VALIDATION'
                           DELIMITED BY SIZE
                       ' - SEE GRID-EXCEPTIONS.TXT ====='
                           DELIMITED BY SIZE
                       INTO SUMMARY-RECORD
                   END-STRING
               END-IF
               WRITE SUMMARY-RECORD
               MOVE 'SUMMARY-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-SUMMARY-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
               MOVE 'GRDF' TO WS-JOB-OUTCOME
               PERFORM 2400-WRITE-STATUS THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF
           .
       2000-ENQ.
      *    NOBODY ELSE MAY BE IN THIS JOB'S FOLDER WHILE IT RUNS
           MOVE 'ENQ '         TO ENQ-OP
           MOVE WS-JOB-DIR(WS-JOB-IDX) TO ENQ-RESOURCE
               DISPLAY 'AOC9014E BATCH DRIVER: '
                   WS-JOB-NAME(WS-JOB-IDX)
                   ' FOLDER IS LOCKED - HELD BY ' ENQ-HELD-BY
      *        A LOCK HELD FOR A MOMENT MAY BE WAITED OUT
               MOVE 'AOC9014E' TO WS-FAIL-CLASS
               PERFORM 2320-CHECK-RETRY-POLICY THRU 2320-EXIT
               IF WS-RETRY-DUE EQUAL 'Y'
                   PERFORM 2400-WRITE-STATUS THRU 2400-EXIT
                   MOVE SPACES TO WS-COMMAND
                   STRING 'sleep ' WS-RETRY-DELAY
                       DELIMITED BY SIZE INTO WS-COMMAND
                   END-STRING
                   CALL 'SYSTEM' USING WS-COMMAND
                   MOVE 'N' TO WS-RETRY-DUE
                   GO TO 2000-ENQ
               END-IF
               MOVE 'LOCKD' TO WS-DIG-STATUS(WS-DIG-SUB)
               ADD 1 TO WS-FAIL-JOB-CNT
               MOVE 'LOCK' TO WS-JOB-OUTCOME
               PERFORM 2400-WRITE-STATUS THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF
      *    NOTE THE ANSWER VERSION ON FILE BEFORE A REQUESTED RERUN
           PERFORM 2520-COUNT-JOB-RERUNS THRU 2520-EXIT
           IF WS-JOB-RERUN-CNT GREATER 0
               PERFORM 2540-FIND-ANSWER-VERSION THRU 2540-EXIT
               MOVE WS-AM-HIGH-VERSION
                   TO WS-JOB-AM-PRIOR(WS-JOB-IDX)
           END-IF
           IF CONCURRENT-STREAMS
               PERFORM 2240-CLAIM-STREAM THRU 2240-EXIT
           END-IF
           .
       2000-LAUNCH.
           PERFORM 2020-BUILD-COMMAND THRU 2020-EXIT
           IF CONCURRENT-STREAMS
               PERFORM 2250-LAUNCH-STREAM THRU 2250-EXIT
               GO TO 2000-EXIT
           END-IF
           ACCEPT WS-JOB-START-TS FROM TIME
           CALL 'SYSTEM' USING WS-COMMAND
           ACCEPT WS-JOB-END-TS FROM TIME
           PERFORM 2300-FINISH-JOB THRU 2300-EXIT
           IF WS-RETRY-DUE EQUAL 'Y'
               GO TO 2000-LAUNCH
           END-IF
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * 2005-RUN-JOB-PASS - RUNS ONE PASS OF THE CATALOG FOR THE     *
      * BUSINESS DATE NOW IN FORCE, ON CONCURRENT STREAMS OR ONE JOB *
      * AT A TIME                                                    *
      ***************************************************************
       2005-RUN-JOB-PASS.

           IF CONCURRENT-STREAMS
               PERFORM 3000-DISPATCH-STREAMS  THRU 3000-EXIT
           ELSE
               PERFORM 2010-DISPATCH-JOB      THRU 2010-EXIT
                   VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX GREATER WS-JOB-CNT
           END-IF
           .
       2005-EXIT.
           EXIT.

      ***************************************************************
      * 2010-DISPATCH-JOB - RUNS (OR SKIPS, DEFERS OR CARRIES        *
      * FORWARD) THE JOB AT WS-JOB-IDX.  UNLESS IT WAS LEFT RUNNING  *
      * ON A STREAM, IT IS DONE.                                     *
      ***************************************************************
       2010-DISPATCH-JOB.

           PERFORM 2000-RUN-JOB THRU 2000-EXIT
           IF WS-JOB-STATE(WS-JOB-IDX) NOT EQUAL 'R'
               MOVE 'D' TO WS-JOB-STATE(WS-JOB-IDX)
           END-IF
           .
       2010-EXIT.
           EXIT.

      ***************************************************************
      * 2020-BUILD-COMMAND - THE SHELL STEP THAT BUILDS (WHEN STALE) *
      * AND RUNS THE JOB AT WS-JOB-IDX, CAPTURING ITS CONSOLE OUTPUT *
      * AND BUILD DECISION ON THE SCRATCH NAMES IN FORCE.  A RETRY   *
      * FIRST SLEEPS FOR THE RETRY POLICY'S DELAY.  A MEMBER INSIDE  *
      * A LOADLIB FREEZE WINDOW IS NOT REBUILT - THE MEMBER ALREADY  *
      * IN THE LIBRARY RUNS AND THE DECISION IS FROZEN.  A FROZEN OR *
      * BACKED-OUT MEMBER RUNS UNDER THE CHECKSUM OF THE BUILD THE   *
      * LIBRARY HAS IN FORCE, NOT THAT OF THE SOURCE ON DISK.        *
      ***************************************************************
       2020-BUILD-COMMAND.

           DISPLAY 'AOC9009I '
               'BATCH DRIVER: RUNNING ' WS-JOB-NAME(WS-JOB-IDX)
               ' (' WS-JOB-PROGRAM-ID(WS-JOB-IDX) ')'
           ACCEPT WS-STATUS-DATE FROM DATE YYYYMMDD
           MOVE 'CHEK'                  TO FRZ-OP
           MOVE WS-STATUS-DATE          TO FRZ-DATE
           MOVE 'LOADLIB'               TO FRZ-TARGET
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO FRZ-JOB
           CALL 'AOC-FREEZE' USING FRZ-PARMS
           IF FRZ-RC EQUAL 0
               MOVE 'N' TO WS-FREEZE-HOLD
           ELSE
               MOVE 'Y' TO WS-FREEZE-HOLD
           END-IF
           MOVE 'STAT'                  TO LIB-OP
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO LIB-JOB
           CALL 'AOC-LOADLIB' USING LIB-PARMS
           IF LIB-SRC-CKSUM EQUAL SPACES
               MOVE 'UNKNOWN' TO LIB-SRC-CKSUM
           END-IF
           MOVE SPACES TO WS-COMMAND
           MOVE 'N' TO WS-CMD-OVERFLOW
           MOVE 1 TO WS-CMD-PTR
      *    A RETRY WAITS OUT THE POLICY'S DELAY ON ITS OWN STREAM
           IF WS-RETRY-DUE EQUAL 'Y'
               STRING 'sleep ' WS-RETRY-DELAY ' ; '
                   DELIMITED BY SIZE INTO WS-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF
           STRING
               'HOLD=' WS-FREEZE-HOLD ' ; ' DELIMITED BY SIZE
               'rm -f ' DELIMITED BY SIZE
               WS-SCR-JOB-OUT DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-SCR-BUILD-FLG DELIMITED BY SPACE
               ' ; cd "' DELIMITED BY SIZE
               WS-JOB-DIR(WS-JOB-IDX)(1:WS-JOB-DIR-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '" && { if [ ! -x "/root/workspace/LOADLIB/'
               ' | head -1)" -nt "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '" ] ; then if [ "$HOLD" = Y ] ; then echo FROZEN ;'
                   DELIMITED BY SIZE
               ' else /root/workspace/aoc-build.sh "'
                   DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-IDX)(1:WS-JOB-SRC-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '" "/root/workspace/LOADLIB/' DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '" > ' DELIMITED BY SIZE
               WS-SCR-COMPILE-LOG DELIMITED BY SPACE
               ' 2>&1' DELIMITED BY SIZE
               ' ; case $? in 0) echo COMPILED ;;'
                   DELIMITED BY SIZE
               ' 3) echo BACKEDOUT ;; *) echo BUILDFAIL ;; esac ; fi ;'
                   DELIMITED BY SIZE
               ' else echo REUSED ; fi ; }'
                   DELIMITED BY SIZE
               ' > ' DELIMITED BY SIZE
               WS-SCR-BUILD-FLG DELIMITED BY SPACE
               ' && cksum < "' DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-IDX)(1:WS-JOB-SRC-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '" | cut -d " " -f 1 >> ' DELIMITED BY SIZE
               WS-SCR-BUILD-FLG DELIMITED BY SPACE
               ' && ! grep -q BUILDFAIL ' DELIMITED BY SIZE
               WS-SCR-BUILD-FLG DELIMITED BY SPACE
               ' && AOC_BATCH=Y AOC_BATCH_ID=' DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SPACE
               ' AOC_LOADMOD=' DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               ' AOC_LOADMOD_TS=$(date -r "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '" +%Y%m%d%H%M%S)' DELIMITED BY SIZE
               ' AOC_SRC_CKSUM=$(if [ -f "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '.HLD" ] || grep -q FROZEN ' DELIMITED BY SIZE
               WS-SCR-BUILD-FLG DELIMITED BY SPACE
               ' ; then echo ' DELIMITED BY SIZE
               LIB-SRC-CKSUM DELIMITED BY SPACE
               ' ; else tail -1 ' DELIMITED BY SIZE
               WS-SCR-BUILD-FLG DELIMITED BY SPACE
               ' ; fi)' DELIMITED BY SIZE
               ' "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '" > ' DELIMITED BY SIZE
               WS-SCR-JOB-OUT DELIMITED BY SPACE
               ' 2>&1 || echo JOB FAILED - SEE ' DELIMITED BY SIZE
               WS-SCR-COMPILE-LOG DELIMITED BY SPACE
               ' >> ' DELIMITED BY SIZE
               WS-SCR-JOB-OUT DELIMITED BY SPACE
               INTO WS-COMMAND WITH POINTER WS-CMD-PTR
               ON OVERFLOW
                   MOVE 'Y' TO WS-CMD-OVERFLOW
           END-STRING
      *    A COMMAND THAT DOES NOT FIT WOULD RUN CUT SHORT - THE JOB
      *    FAILS INSTEAD, WITH NO BUILD DECISION
           IF WS-CMD-OVERFLOW EQUAL 'Y'
               DISPLAY 'AOC9056E BATCH DRIVER: '
                   WS-JOB-NAME(WS-JOB-IDX) ' LAUNCH COMMAND TOO'
                   ' LONG - JOB NOT RUN'
               MOVE SPACES TO WS-COMMAND
               STRING
                   ': > ' DELIMITED BY SIZE
                   WS-SCR-BUILD-FLG DELIMITED BY SPACE
                   ' ; { echo AOC9056E BATCH DRIVER: LAUNCH COMMAND'
                       DELIMITED BY SIZE
                   ' TOO LONG ; echo JOB FAILED - LAUNCH COMMAND'
                       DELIMITED BY SIZE
                   ' TOO LONG ; } > ' DELIMITED BY SIZE
                   WS-SCR-JOB-OUT DELIMITED BY SPACE
                   INTO WS-COMMAND
               END-STRING
           END-IF
           .
       2020-EXIT.
           EXIT.

      ***************************************************************
      * 2240-CLAIM-STREAM - TAKES THE FIRST FREE STREAM FOR THE JOB  *
      * AT WS-JOB-IDX AND POINTS THE SCRATCH NAMES AT ITS FILES.     *
      ***************************************************************
       2240-CLAIM-STREAM.

           MOVE 1 TO WS-STR-SUB
           PERFORM UNTIL WS-STR-SUB GREATER WS-STREAM-CNT
                   OR WS-STR-JOB(WS-STR-SUB) EQUAL 0
               ADD 1 TO WS-STR-SUB
           END-PERFORM
           PERFORM 2245-STREAM-NAMES THRU 2245-EXIT
           .
       2240-EXIT.
           EXIT.

       2245-STREAM-NAMES.

           MOVE WS-STR-SUB TO WS-STR-DIGIT
           MOVE SPACES TO WS-SCR-JOB-OUT WS-SCR-BUILD-FLG
                          WS-SCR-COMPILE-LOG
           STRING '/tmp/AOC-BATCH-JOB-' WS-STR-DIGIT '.OUT'
               DELIMITED BY SIZE INTO WS-SCR-JOB-OUT
           END-STRING
           STRING '/tmp/AOC-BATCH-BUILD-' WS-STR-DIGIT '.FLG'
               DELIMITED BY SIZE INTO WS-SCR-BUILD-FLG
           END-STRING
           STRING '/tmp/AOC-BATCH-COMPILE-' WS-STR-DIGIT '.LOG'
               DELIMITED BY SIZE INTO WS-SCR-COMPILE-LOG
           END-STRING
           .
       2245-EXIT.
           EXIT.

      ***************************************************************
      * 2250-LAUNCH-STREAM - STARTS THE JOB'S COMMAND IN THE         *
      * BACKGROUND ON ITS STREAM.  WHEN IT ENDS THE SHELL LEAVES ITS *
      * END TIME IN /tmp/AOC-BATCH-STREAM-n.END (WRITTEN UNDER A     *
      * TEMPORARY NAME AND RENAMED, SO IT IS NEVER SEEN HALF         *
      * WRITTEN).  THE FOLDER ENQ IS HELD UNTIL THE JOB IS HARVESTED.*
      ***************************************************************
       2250-LAUNCH-STREAM.

           MOVE SPACES TO WS-LAUNCH-COMMAND
           STRING '( ' WS-COMMAND
               ' ; date +%H%M%S%N | cut -c1-8 > /tmp/AOC-BATCH-STREAM-'
               WS-STR-DIGIT '.TMP ; mv -f /tmp/AOC-BATCH-STREAM-'
               WS-STR-DIGIT '.TMP /tmp/AOC-BATCH-STREAM-'
               WS-STR-DIGIT '.END ) < /dev/null > /dev/null 2>&1 &'
               DELIMITED BY SIZE INTO WS-LAUNCH-COMMAND
           END-STRING
           SET WS-STR-JOB(WS-STR-SUB) TO WS-JOB-IDX
           ACCEPT WS-STR-START-TS(WS-STR-SUB) FROM TIME
           MOVE 'R' TO WS-JOB-STATE(WS-JOB-IDX)
           CALL 'SYSTEM' USING WS-LAUNCH-COMMAND
           DISPLAY 'AOC9034I BATCH DRIVER: '
               WS-JOB-NAME(WS-JOB-IDX) ' STARTED ON STREAM '
               WS-STR-DIGIT
           .
       2250-EXIT.
           EXIT.

      ***************************************************************
      * 2300-FINISH-JOB - RECORDS THE JOB AT WS-JOB-IDX ONCE ITS     *
      * COMMAND HAS ENDED: COMPILE CATALOG, SUMMARY, STATUS,         *
      * EXCEPTIONS, ELAPSED TIME, RERUN FILING, SPOOL AND DIGEST.    *
      * THE CAPTURE IS ON THE FIXED SCRATCH NAMES BY NOW.  A FAILED  *
      * ATTEMPT THE RETRY POLICY WILL RETRY ENDS HERE WITH           *
      * WS-RETRY-DUE SET, STILL HOLDING THE FOLDER ENQ.              *
      ***************************************************************
       2300-FINISH-JOB.

           SET WS-DIG-SUB TO WS-JOB-IDX
           PERFORM 2520-COUNT-JOB-RERUNS THRU 2520-EXIT
           MOVE WS-JOB-AM-PRIOR(WS-JOB-IDX) TO WS-AM-PRIOR-VERSION
           MOVE 'OK  ' TO WS-JOB-OUTCOME
           MOVE 'N' TO WS-RETRY-DUE
           PERFORM 2150-LOG-COMPILE       THRU 2150-EXIT
           PERFORM 2100-APPEND-JOB-OUTPUT THRU 2100-EXIT
      *    A FAILURE OF A CLASS THE RETRY POLICY ALLOWS FOR THE JOB IS
      *    ONLY AN ATTEMPT - THE JOB RUNS AGAIN
           IF WS-JOB-OUTCOME EQUAL 'FAIL'
               PERFORM 2320-CHECK-RETRY-POLICY THRU 2320-EXIT
           END-IF
           PERFORM 2400-WRITE-STATUS      THRU 2400-EXIT
           PERFORM 2600-COUNT-EXCEPTIONS  THRU 2600-EXIT
           PERFORM 2700-COMPUTE-ELAPSED   THRU 2700-EXIT
      *    A REQUESTED RERUN REASON IS FILED FOR EVERY EXECUTED JOB
           IF WS-REASON-GIVEN EQUAL 'Y'
               AND WS-RETRY-DUE NOT EQUAL 'Y'
               CALL 'AOC-BIZDATE' USING BIZ-PARMS
               OPEN EXTEND REASON-FILE
               MOVE SPACES TO REASON-RECORD
               MOVE BIZ-DATE TO RSN-DATE
               MOVE WS-JOB-PROGRAM-ID(WS-JOB-IDX) TO RSN-PROGRAM
               MOVE 0 TO RSN-VERSION
               MOVE WS-OPERATOR-ID TO RSN-OPERATOR
               MOVE WS-REASON-CODE TO RSN-CODE
               MOVE WS-REASON-TEXT TO RSN-TEXT
               WRITE REASON-RECORD
               CLOSE REASON-FILE
           END-IF
           IF WS-JOB-RERUN-CNT GREATER 0
               AND WS-JOB-OUTCOME EQUAL 'OK'
               PERFORM 2500-COMPLETE-RERUNS THRU 2500-EXIT
           END-IF
      *    SPOOL THE CAPTURED CONSOLE OUTPUT FOR LATER INQUIRY
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO SPL-JOB
           MOVE '/tmp/AOC-BATCH-JOB.OUT' TO SPL-SOURCE
           MOVE WS-JOB-OUTCOME TO SPL-RC
           CALL 'AOC-SPOOL' USING SPL-PARMS
      *    THE FOLDER STAYS ENQUEUED THROUGH A RETRY
           IF WS-RETRY-DUE EQUAL 'Y'
               GO TO 2300-EXIT
           END-IF
           MOVE 'DEQ '         TO ENQ-OP
           MOVE WS-JOB-DIR(WS-JOB-IDX) TO ENQ-RESOURCE
           CALL 'AOC-ENQ' USING ENQ-PARMS
               WHEN 'FAIL'
                   MOVE 'FAIL ' TO WS-DIG-STATUS(WS-DIG-SUB)
                   ADD 1 TO WS-FAIL-JOB-CNT
                   PERFORM 2450-NOTIFY-FAILURE THRU 2450-EXIT
               WHEN 'STOP'
      *            STOPPED AND RESUMABLE - A RESTART PICKS IT UP
                   MOVE 'STOP ' TO WS-DIG-STATUS(WS-DIG-SUB)
               WHEN OTHER
                   MOVE 'OK   ' TO WS-DIG-STATUS(WS-DIG-SUB)
           END-EVALUATE
      *    THE STAGED GRIDS ARE CHECKED AS SOON AS STAGE-INPUTS ENDS,
      *    BEFORE ANY DAY JOB BEHIND IT IS RELEASED
           IF WS-JOB-OUTCOME EQUAL 'OK'
               AND WS-JOB-PROGRAM-ID(WS-JOB-IDX) EQUAL 'STAGE-INPUTS'
               PERFORM 2350-RUN-GRID-CHECK THRU 2350-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.

      ***************************************************************
      * 2350-RUN-GRID-CHECK - BUILDS (WHEN STALE) AND RUNS          *
      * GRID-CHECK FROM THE WORKSPACE ROOT AGAINST THE GRIDS         *
      * STAGE-INPUTS HAS JUST STAGED, THEN RELOADS ITS HOLDS.  RC 8  *
      * ONLY MEANS A JOB WAS HELD; ANY OTHER FAILURE (A FAILED BUILD *
      * INCLUDED) LEAVES THE GRIDS UNCHECKED, SO 2360 HOLDS EVERY    *
      * JOB ON GRID-RULES.TXT RATHER THAN RUN IT UNCHECKED.          *
      ***************************************************************
       2350-RUN-GRID-CHECK.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-BATCH-COUNT.FLG ;' DELIMITED BY SIZE
               ' ( if [ ! -x /tmp/AOC-BATCH-GRIDCHK ] || [ '
                   DELIMITED BY SIZE
               '/root/workspace/GRID-CHECK.cbl -nt /tmp/AOC-BATCH-'
                   DELIMITED BY SIZE
               'GRIDCHK ] || [ "$(ls -t /root/workspace/AOC-*.cbl'
                   DELIMITED BY SIZE
               ' | head -1)" -nt /tmp/AOC-BATCH-GRIDCHK ] ; then'
                   DELIMITED BY SIZE
               ' /root/workspace/aoc-build.sh /root/workspace/'
                   DELIMITED BY SIZE
               'GRID-CHECK.cbl /tmp/AOC-BATCH-GRIDCHK || exit 99 ;'
                   DELIMITED BY SIZE
               ' fi ; /tmp/AOC-BATCH-GRIDCHK )'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-BATCH-GRIDCHK.LOG 2>&1 ;'
                   DELIMITED BY SIZE
               ' echo $? > /tmp/AOC-BATCH-COUNT.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE SPACES TO WS-COUNT-TEXT
           OPEN INPUT COUNT-FLAG-FILE
           IF WS-COUNT-FLAG-FST EQUAL '00'
               READ COUNT-FLAG-FILE INTO WS-COUNT-TEXT
                   AT END
                       MOVE SPACES TO WS-COUNT-TEXT
               END-READ
           END-IF
           CLOSE COUNT-FLAG-FILE
           IF WS-COUNT-TEXT NOT EQUAL '0'
               AND WS-COUNT-TEXT NOT EQUAL '8'
               DISPLAY 'AOC9058W BATCH DRIVER: GRID-CHECK DID NOT'
                   ' COMPLETE (RC ' WS-COUNT-TEXT(1:3) ') - STAGED'
                   ' GRIDS NOT CHECKED, SEE /tmp/AOC-BATCH-GRIDCHK.LOG'
               PERFORM 2360-HOLD-UNCHECKED THRU 2360-EXIT
           END-IF
           PERFORM 1650-LOAD-GRID-HOLDS THRU 1650-EXIT
           .
       2350-EXIT.
           EXIT.

      ***************************************************************
      * 2360-HOLD-UNCHECKED - GRID-CHECK DID NOT COMPLETE, SO NONE   *
      * OF THE STAGED GRIDS IS KNOWN GOOD.  GRID-HOLDS.TXT IS        *
      * REWRITTEN WITH A HOLD FOR THE BUSINESS DATE (NO VIOLATIONS - *
      * NOT CHECKED) FOR EVERY JOB ON GRID-RULES.TXT.  THE HOLDS     *
      * SURVIVE A RESTART AND ARE RELEASED THE NEXT TIME GRID-CHECK  *
      * RUNS CLEAN, AS FOR ANY OTHER HOLD.                           *
      ***************************************************************
       2360-HOLD-UNCHECKED.

           MOVE 0 TO WS-GRID-HOLD-CNT
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           OPEN INPUT GRID-RULE-FILE
           IF WS-GRID-RULE-FST EQUAL '05'
               CLOSE GRID-RULE-FILE
               GO TO 2360-EXIT
           END-IF
           OPEN OUTPUT GRID-HOLD-FILE
           MOVE 'GRID-HOLD-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-GRID-HOLD-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-GRID-RULE-EOF TO TRUE
           PERFORM UNTIL GRID-RULE-EOF
               READ GRID-RULE-FILE
                   AT END
                       SET GRID-RULE-EOF TO TRUE
                   NOT AT END
                       IF GRID-RULE-RECORD(1:1) NOT EQUAL '*'
                           AND GRID-RULE-RECORD(1:8) NOT EQUAL SPACES
                           MOVE SPACES TO GRID-HOLD-RECORD
                           MOVE GRID-RULE-RECORD(1:8) TO GHD-JOB
                           MOVE BIZ-DATE TO GHD-DATE
                           MOVE 0 TO GHD-VIOLATIONS
                           MOVE 'GRID-CHECK DID NOT COMPLETE'
                               TO GHD-REASON
                           WRITE GRID-HOLD-RECORD
                           MOVE 'WRITE' TO WS-FST-OPERATION
                           MOVE WS-GRID-HOLD-FST TO WS-FST-STATUS
                           PERFORM 9800-CHECK-FILE-STATUS
                               THRU 9800-EXIT
                           ADD 1 TO WS-GRID-HOLD-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRID-RULE-FILE
           CLOSE GRID-HOLD-FILE
           DISPLAY 'AOC9059E BATCH DRIVER: ' WS-GRID-HOLD-CNT
               ' JOB(S) ON GRID-RULES.TXT HELD UNCHECKED FOR '
               BIZ-DATE ' - GRID-CHECK DID NOT COMPLETE'
           .
       2360-EXIT.
           EXIT.

      ***************************************************************
      * 2320-CHECK-RETRY-POLICY - THE JOB AT WS-JOB-IDX HAS JUST     *
      * FAILED WITH WS-FAIL-CLASS.  WHEN THE RETRY POLICY ALLOWS THE *
      * CLASS FOR THE JOB (ITS OWN ENTRY, ELSE AN ALL ENTRY) AND     *
      * RETRIES ARE LEFT, THE ATTEMPT ENDS RTRY AND WS-RETRY-DUE IS  *
      * SET WITH THE POLICY'S DELAY.  OTHERWISE THE FAILURE STANDS.  *
      ***************************************************************
       2320-CHECK-RETRY-POLICY.

           MOVE 'N' TO WS-RETRY-DUE
           MOVE 0 TO WS-RTP-HIT
           PERFORM VARYING WS-RTP-SUB FROM 1 BY 1
                   UNTIL WS-RTP-SUB GREATER WS-RTP-CNT
               IF WS-RTP-CLASS(WS-RTP-SUB) EQUAL WS-FAIL-CLASS
                   IF WS-RTP-JOB(WS-RTP-SUB)
                           EQUAL WS-JOB-NAME(WS-JOB-IDX)
                       MOVE WS-RTP-SUB TO WS-RTP-HIT
                   END-IF
                   IF WS-RTP-JOB(WS-RTP-SUB) EQUAL 'ALL'
                       AND WS-RTP-HIT EQUAL 0
                       MOVE WS-RTP-SUB TO WS-RTP-HIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RTP-HIT GREATER 0
               IF WS-DIG-RETRY-CNT(WS-DIG-SUB)
                       LESS WS-RTP-RETRIES(WS-RTP-HIT)
                   GO TO 2320-RETRY
               END-IF
           END-IF
           IF WS-DIG-RETRY-CNT(WS-DIG-SUB) GREATER 0
               MOVE WS-DIG-RETRY-CNT(WS-DIG-SUB) TO WS-RETRY-EDIT
               DISPLAY 'AOC9051E BATCH DRIVER: '
                   WS-JOB-NAME(WS-JOB-IDX) ' STILL FAILING ('
                   WS-FAIL-CLASS ') AFTER ' WS-RETRY-EDIT
                   ' RETRY(S) - FAILURE STANDS'
           END-IF
           GO TO 2320-EXIT
           .
       2320-RETRY.
           ADD 1 TO WS-DIG-RETRY-CNT(WS-DIG-SUB)
           MOVE 'Y' TO WS-RETRY-DUE
           MOVE WS-RTP-DELAY(WS-RTP-HIT) TO WS-RETRY-DELAY
           MOVE 'RTRY' TO WS-JOB-OUTCOME
           MOVE 'RTRY ' TO WS-DIG-STATUS(WS-DIG-SUB)
           MOVE WS-DIG-RETRY-CNT(WS-DIG-SUB) TO WS-RETRY-EDIT
           MOVE WS-RTP-RETRIES(WS-RTP-HIT) TO WS-RETRY-MAX-EDIT
           MOVE WS-RETRY-DELAY TO WS-RETRY-DELAY-EDIT
           DISPLAY 'AOC9050W BATCH DRIVER: '
               WS-JOB-NAME(WS-JOB-IDX) ' FAILED (' WS-FAIL-CLASS
               ') - RETRY ' WS-RETRY-EDIT ' OF ' WS-RETRY-MAX-EDIT
               ' IN ' WS-RETRY-DELAY-EDIT ' SECS'
           MOVE SPACES TO SUMMARY-RECORD
           STRING '===== ' DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               ' : ATTEMPT FAILED (' DELIMITED BY SIZE
               WS-FAIL-CLASS DELIMITED BY SPACE
               ') - RETRY ' WS-RETRY-EDIT ' OF ' WS-RETRY-MAX-EDIT
               ' IN ' WS-RETRY-DELAY-EDIT ' SECS ====='
                   DELIMITED BY SIZE
               INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE 'SUMMARY-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-SUMMARY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE 'SUMMARY-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-SUMMARY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       2320-EXIT.
           EXIT.

      ***************************************************************
      ***************************************************************
       2150-LOG-COMPILE.

           MOVE SPACES TO WS-BUILD-ACTION WS-BUILD-CKSUM
           OPEN INPUT BUILD-FLAG-FILE
           MOVE 'BUILD-FLAG-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
                   AT END
                       SET BUILD-FLAG-EOF TO TRUE
                   NOT AT END
      *                THE BUILD DECISION, THEN THE SOURCE CHECKSUM
                       IF WS-BUILD-ACTION EQUAL SPACES
                           MOVE BUILD-FLAG-RECORD(1:9)
                               TO WS-BUILD-ACTION
                       ELSE
                           MOVE BUILD-FLAG-RECORD TO WS-BUILD-CKSUM
                       END-IF
               END-READ
               MOVE 'BUILD-FLAG-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
           IF WS-BUILD-ACTION EQUAL SPACES
               MOVE 'NOFLAG' TO WS-BUILD-ACTION
           END-IF
      *    A REBUILT MEMBER'S PREDECESSOR IS FILED AS A PRIOR VERSION
      *    BEFORE THE NEW BUILD IS CATALOGED OVER IT
           IF WS-BUILD-ACTION EQUAL 'COMPILED'
               MOVE 'KEEP'                  TO LIB-OP
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO LIB-JOB
               CALL 'AOC-LOADLIB' USING LIB-PARMS
               IF LIB-RC EQUAL 0
                   DISPLAY 'AOC9054I BATCH DRIVER: '
                       WS-JOB-NAME(WS-JOB-IDX) ' ' LIB-MESSAGE
               END-IF
           END-IF
           IF WS-BUILD-ACTION EQUAL 'BACKEDOUT'
               DISPLAY 'AOC9055W BATCH DRIVER: '
                   WS-JOB-NAME(WS-JOB-IDX) ' IS BACKED OUT - NOT'
                   ' REBUILT, THE REINSTATED MEMBER RUNS'
           END-IF
           IF WS-BUILD-ACTION EQUAL 'FROZEN'
               DISPLAY 'AOC9057W BATCH DRIVER: '
                   WS-JOB-NAME(WS-JOB-IDX) ' IS FROZEN - NOT'
                   ' REBUILT, THE MEMBER IN THE LIBRARY RUNS'
           END-IF
           ACCEPT WS-STATUS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STATUS-TIME FROM TIME
           MOVE SPACES TO COMPILE-CATALOG-RECORD
           MOVE WS-BUILD-ACTION         TO CC-ACTION
           MOVE WS-STATUS-DATE          TO CC-DATE
           MOVE WS-STATUS-TIME          TO CC-TIME
           MOVE WS-BUILD-CKSUM          TO CC-SRC-CKSUM
           MOVE SPACES                  TO CC-SOURCE
           STRING
               WS-JOB-DIR(WS-JOB-IDX)(1:WS-JOB-DIR-LEN(WS-JOB-IDX))

           MOVE 'N' TO WS-HEADLINE-SET
           MOVE 'N' TO WS-STOP-SEEN
           MOVE SPACES TO WS-FS-CLASS WS-MSG-CLASS
           MOVE 'N' TO WS-ABEND-SEEN
           OPEN INPUT JOB-OUTPUT-FILE
           MOVE 'JOB-OUTPUT-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
                               'ABENDING PROGRAM'
                           MOVE 'FAIL' TO WS-JOB-OUTCOME
                       END-IF
                       PERFORM 2110-NOTE-FAIL-CLASS THRU 2110-EXIT
      *                AN ORDERLY OPERATOR STOP IS RESUMABLE, NOT A
      *                FAILURE - IT WINS OVER THE NONZERO-EXIT MARK
                       IF JOB-OUTPUT-RECORD(10:12) EQUAL
           IF WS-STOP-SEEN EQUAL 'Y'
               MOVE 'STOP' TO WS-JOB-OUTCOME
           END-IF
      *    THE FAILURE CLASS THE RETRY POLICY IS CONSULTED WITH
           EVALUATE TRUE
               WHEN WS-FS-CLASS NOT EQUAL SPACES
                   MOVE WS-FS-CLASS TO WS-FAIL-CLASS
               WHEN WS-MSG-CLASS NOT EQUAL SPACES
                   MOVE WS-MSG-CLASS TO WS-FAIL-CLASS
               WHEN WS-ABEND-SEEN EQUAL 'Y'
                   MOVE 'AOC9901F' TO WS-FAIL-CLASS
               WHEN WS-BUILD-ACTION EQUAL 'BUILDFAIL'
                   MOVE 'BUILD' TO WS-FAIL-CLASS
               WHEN OTHER
                   MOVE 'JOBFAIL' TO WS-FAIL-CLASS
           END-EVALUATE

           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
       2100-EXIT.
           EXIT.

      ***************************************************************
      * 2110-NOTE-FAIL-CLASS - NOTES WHAT ONE CONSOLE LINE SAYS      *
      * ABOUT THE CAUSE OF A FAILURE: THE STATUS FAMILY OF THE FIRST *
      * 'FILE ERROR' LINE (FS9X FOR ANY STATUS 9x), THE FIRST E OR F *
      * MESSAGE ID OTHER THAN THE AOC-ABEND BANNER, AND THE BANNER.  *
      ***************************************************************
       2110-NOTE-FAIL-CLASS.

           IF JOB-OUTPUT-RECORD(1:3) NOT EQUAL 'AOC'
               OR JOB-OUTPUT-RECORD(4:4) NOT NUMERIC
               OR JOB-OUTPUT-RECORD(9:1) NOT EQUAL SPACE
               OR (JOB-OUTPUT-RECORD(8:1) NOT EQUAL 'E'
                   AND JOB-OUTPUT-RECORD(8:1) NOT EQUAL 'F')
               GO TO 2110-EXIT
           END-IF
           IF JOB-OUTPUT-RECORD(1:8) EQUAL 'AOC9901F'
               MOVE 'Y' TO WS-ABEND-SEEN
               GO TO 2110-EXIT
           END-IF
           IF WS-FS-CLASS EQUAL SPACES
               AND JOB-OUTPUT-RECORD(10:11) EQUAL 'FILE ERROR:'
               MOVE SPACES TO WS-RTY-HEAD WS-RTY-TAIL
               MOVE 0 TO WS-RTY-PARTS
               UNSTRING JOB-OUTPUT-RECORD DELIMITED BY ' STATUS '
                   INTO WS-RTY-HEAD WS-RTY-TAIL
                   TALLYING IN WS-RTY-PARTS
               END-UNSTRING
               IF WS-RTY-PARTS EQUAL 2
                   AND WS-RTY-TAIL(1:1) IS NUMERIC
                   STRING 'FS' WS-RTY-TAIL(1:1) 'X'
                       DELIMITED BY SIZE INTO WS-FS-CLASS
                   END-STRING
               END-IF
           END-IF
           IF WS-MSG-CLASS EQUAL SPACES
               MOVE JOB-OUTPUT-RECORD(1:8) TO WS-MSG-CLASS
           END-IF
           .
       2110-EXIT.
           EXIT.

      ***************************************************************
      * 1600-LOAD-EXCEPTION-MAP - LOADS THE JOB-TO-EXCEPTION-FILE    *
      * MAP THE OPERATIONS DIGEST COUNTS RECORDS THROUGH.  A JOB     *
                   AT END
                       SET EXCEPTION-MAP-EOF TO TRUE
                   NOT AT END
                       PERFORM 1610-CHECK-MAP-JOB THRU 1610-EXIT
                       IF EXC-MAP-JOB-KNOWN
                           AND WS-EXC-MAP-CNT LESS 30
                           ADD 1 TO WS-EXC-MAP-CNT
                           MOVE EXCEPTION-MAP-RECORD(1:8) TO
       1600-EXIT.
           EXIT.

      ***************************************************************
      * 1610-CHECK-MAP-JOB - A MAP ROW COUNTS WHEN IT IS NOT A       *
      * COMMENT OR BLANK AND ITS JOB IS IN THE LOADED CATALOG, SO    *
      * THE POST-BATCH STEPS' FILES DIGEST ALONGSIDE THE DAYS'.      *
      ***************************************************************
       1610-CHECK-MAP-JOB.

           MOVE 'N' TO WS-EXC-MAP-KNOWN
           IF EXCEPTION-MAP-RECORD(1:1) EQUAL '*'
               OR EXCEPTION-MAP-RECORD(1:8) EQUAL SPACES
               GO TO 1610-EXIT
           END-IF
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX GREATER WS-JOB-CNT
                      OR EXC-MAP-JOB-KNOWN
               IF WS-JOB-NAME(WS-JOB-IDX)
                   EQUAL EXCEPTION-MAP-RECORD(1:8)
                   MOVE 'Y' TO WS-EXC-MAP-KNOWN
               END-IF
           END-PERFORM
           .
       1610-EXIT.
           EXIT.

      ***************************************************************
      * 1650-LOAD-GRID-HOLDS - MARKS EVERY JOB GRID-CHECK LEFT ON    *
      * GRID-HOLDS.TXT FOR THE BUSINESS DATE IN FORCE.  A HELD JOB   *
      * IS NOT RUN THIS PASS.  A HOLD FOR ANY OTHER DATE IS FOR      *
      * GRIDS STAGED FOR THAT DATE AND IS LEFT ALONE.  THE MARKS ARE *
      * SET AFRESH EACH TIME, AS GRID-CHECK REWRITES THE FILE.  A    *
      * HOLD WITH NO VIOLATIONS IS ONE 2360 WROTE FOR A GRID THAT    *
      * WAS NEVER CHECKED.                                           *
      ***************************************************************
       1650-LOAD-GRID-HOLDS.

           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB GREATER WS-JOB-CNT
               MOVE 'N' TO WS-JOB-GRID-HELD(WS-REQ-SUB)
           END-PERFORM
           MOVE 0 TO WS-GRID-HOLD-CNT
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           OPEN INPUT GRID-HOLD-FILE
           IF WS-GRID-HOLD-FST EQUAL '05'
               CLOSE GRID-HOLD-FILE
               GO TO 1650-EXIT
           END-IF
           SET NOT-GRID-HOLD-EOF TO TRUE
           PERFORM UNTIL GRID-HOLD-EOF
               READ GRID-HOLD-FILE
                   AT END
                       SET GRID-HOLD-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                               UNTIL WS-REQ-SUB GREATER WS-JOB-CNT
                           IF WS-JOB-NAME(WS-REQ-SUB) EQUAL GHD-JOB
                               AND GHD-DATE EQUAL BIZ-DATE
                               IF GHD-VIOLATIONS EQUAL 0
                                   MOVE 'U'
                                       TO WS-JOB-GRID-HELD(WS-REQ-SUB)
                               ELSE
                                   MOVE 'Y'
                                       TO WS-JOB-GRID-HELD(WS-REQ-SUB)
                               END-IF
                               ADD 1 TO WS-GRID-HOLD-CNT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE GRID-HOLD-FILE
           IF WS-GRID-HOLD-CNT GREATER 0
               DISPLAY 'AOC9037W BATCH DRIVER: ' WS-GRID-HOLD-CNT
                   ' JOB(S) HELD BY GRID-CHECK FOR ' BIZ-DATE
                   ' - SEE GRID-HOLDS.TXT'
           END-IF
           .
       1650-EXIT.
           EXIT.

      ***************************************************************
      * 1660-LOAD-EARLY-RELEASES - MARKS EVERY JOB ARRIVAL-WATCH RAN *
      * TO AN OK END FOR THE BUSINESS DATE IN FORCE.  AN INCLUDE OR  *
      * RERUNS RUN ASKED FOR ITS JOBS BY NAME AND RUNS THEM ANYWAY.  *
      ***************************************************************
       1660-LOAD-EARLY-RELEASES.

           IF INCLUDE-SEEN OR RERUNS-ONLY
               GO TO 1660-EXIT
           END-IF
           OPEN INPUT ARRIVAL-TRIGGER-FILE
           IF WS-ARRIVAL-TRIGGER-FST EQUAL '05'
               CLOSE ARRIVAL-TRIGGER-FILE
               GO TO 1660-EXIT
           END-IF
           SET NOT-ARRIVAL-TRIGGER-EOF TO TRUE
           PERFORM UNTIL ARRIVAL-TRIGGER-EOF
               READ ARRIVAL-TRIGGER-FILE
                   AT END
                       SET ARRIVAL-TRIGGER-EOF TO TRUE
                   NOT AT END
                       IF ATG-BIZ-DATE EQUAL BIZ-DATE
                           AND ATG-OUTCOME EQUAL 'ENDED-OK'
                           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                                   UNTIL WS-REQ-SUB GREATER WS-JOB-CNT
                               IF WS-JOB-NAME(WS-REQ-SUB) EQUAL ATG-JOB
                                   AND WS-JOB-EARLY(WS-REQ-SUB)
                                       NOT EQUAL 'Y'
                                   MOVE 'Y'
                                       TO WS-JOB-EARLY(WS-REQ-SUB)
                                   ADD 1 TO WS-EARLY-CNT
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARRIVAL-TRIGGER-FILE
           IF WS-EARLY-CNT GREATER 0
               DISPLAY 'AOC9048I BATCH DRIVER: ' WS-EARLY-CNT
                   ' JOB(S) ALREADY RELEASED ON ARRIVAL FOR '
                   BIZ-DATE ' - SEE ARRIVAL-TRIGGERS.TXT'
           END-IF
           .
       1660-EXIT.
           EXIT.

      ***************************************************************
      * 1670-LOAD-RETRY-POLICY - LOADS RETRY-POLICY.TXT.  EACH ENTRY *
      * NAMES A JOB (OR ALL), A FAILURE CLASS, THE RETRIES ALLOWED   *
      * AND THE DELAY IN SECONDS BEFORE EACH.  A MISSING FILE MEANS  *
      * NOTHING IS RETRIED.                                          *
      ***************************************************************
       1670-LOAD-RETRY-POLICY.

           OPEN INPUT RETRY-POLICY-FILE
           IF WS-RETRY-POLICY-FST EQUAL '05'
               CLOSE RETRY-POLICY-FILE
               GO TO 1670-EXIT
           END-IF
           SET NOT-RETRY-POLICY-EOF TO TRUE
           PERFORM UNTIL RETRY-POLICY-EOF
               READ RETRY-POLICY-FILE
                   AT END
                       SET RETRY-POLICY-EOF TO TRUE
                   NOT AT END
                       PERFORM 1680-LOAD-RETRY-ENTRY THRU 1680-EXIT
               END-READ
               MOVE 'RETRY-POLICY-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-RETRY-POLICY-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE RETRY-POLICY-FILE
           IF WS-RTP-CNT GREATER 0
               DISPLAY 'AOC9053I BATCH DRIVER: ' WS-RTP-CNT
                   ' RETRY POLICY ENTRIES - SEE RETRY-POLICY.TXT'
           END-IF
           .
       1670-EXIT.
           EXIT.

       1680-LOAD-RETRY-ENTRY.

           IF RETRY-POLICY-RECORD(1:1) EQUAL '*'
               OR RETRY-POLICY-RECORD EQUAL SPACES
               GO TO 1680-EXIT
           END-IF
           IF RTP-JOB EQUAL SPACES OR RTP-CLASS EQUAL SPACES
               OR RTP-RETRIES NOT NUMERIC OR RTP-DELAY NOT NUMERIC
               DISPLAY 'AOC9052W BATCH DRIVER: RETRY-POLICY.TXT LINE'
                   ' IGNORED - ' RETRY-POLICY-RECORD(1:27)
               GO TO 1680-EXIT
           END-IF
           IF WS-RTP-CNT EQUAL 50
               DISPLAY 'AOC9052W BATCH DRIVER: RETRY-POLICY.TXT LINE'
                   ' IGNORED - ' RETRY-POLICY-RECORD(1:27)
               GO TO 1680-EXIT
           END-IF
           ADD 1 TO WS-RTP-CNT
           MOVE RTP-JOB     TO WS-RTP-JOB(WS-RTP-CNT)
           MOVE RTP-CLASS   TO WS-RTP-CLASS(WS-RTP-CNT)
           MOVE RTP-RETRIES TO WS-RTP-RETRIES(WS-RTP-CNT)
           MOVE RTP-DELAY   TO WS-RTP-DELAY(WS-RTP-CNT)
           .
       1680-EXIT.
           EXIT.

      ***************************************************************
      * 2600-COUNT-EXCEPTIONS - COUNTS THE RECORDS IN THE JOB'S      *
      * EXCEPTION FILE(S) (IF IT HAS ANY) FOR THE OPERATIONS DIGEST  *
      ***************************************************************
       2600-COUNT-EXCEPTIONS.

           MOVE 0 TO WS-DIG-EXC-CNT(WS-DIG-SUB)
           MOVE 0 TO WS-EXC-MAP-SUB
           PERFORM VARYING WS-EXC-MAP-SUB FROM 1 BY 1
                   UNTIL WS-EXC-MAP-SUB GREATER WS-EXC-MAP-CNT
               IF WS-EXC-MAP-JOB(WS-EXC-MAP-SUB) EQUAL
                       WS-JOB-NAME(WS-JOB-IDX)
                   PERFORM 2650-COUNT-ONE-FILE THRU 2650-EXIT
               END-IF
           END-PERFORM
           .

      *    wc WRITES THE BARE COUNT LEFT-JUSTIFIED, SO WALK ITS
      *    LEADING DIGITS RATHER THAN ASSUMING A FIXED WIDTH
           MOVE 0 TO WS-COUNT-ONE-FILE
           MOVE 1 TO WS-COUNT-SUB
           PERFORM UNTIL WS-COUNT-SUB GREATER 20
                   OR WS-COUNT-TEXT(WS-COUNT-SUB:1) NOT NUMERIC
               MOVE WS-COUNT-TEXT(WS-COUNT-SUB:1) TO WS-COUNT-CHAR-X
               COMPUTE WS-COUNT-ONE-FILE =
                   (WS-COUNT-ONE-FILE * 10) + WS-COUNT-CHAR-9
               ADD 1 TO WS-COUNT-SUB
           END-PERFORM
           ADD WS-COUNT-ONE-FILE TO WS-DIG-EXC-CNT(WS-DIG-SUB)
           .
       2650-EXIT.
           EXIT.
           IF WS-END-HUNDREDTHS LESS WS-START-HUNDREDTHS
               ADD 8640000 TO WS-END-HUNDREDTHS
           END-IF
      *    A RETRIED JOB'S ATTEMPTS (AND DELAYS) ALL COUNT
           COMPUTE WS-DIG-ELAPSED(WS-DIG-SUB) =
               WS-DIG-ELAPSED(WS-DIG-SUB)
               + WS-END-HUNDREDTHS - WS-START-HUNDREDTHS
           .
       2700-EXIT.
           EXIT.
      ***************************************************************
       8000-WRITE-DIGEST.

           PERFORM 8010-OPEN-DIGEST THRU 8010-EXIT
      *    AFTER A CATCH-UP, SAY WHAT IT LEFT UNDONE AND MARK WHERE
      *    TODAY'S OWN PASS BEGINS
           IF WS-CU-LEFT-CNT GREATER 0
               MOVE WS-CU-LEFT-CNT TO WS-CU-EDIT
               STRING 'CATCH-UP: ' WS-CU-EDIT
                   ' MORE MISSED BUSINESS DATE(S) LEFT FOR A LATER'
                   ' BATCH (CATCHUP LIMIT ' WS-CU-LIMIT ')'
                   DELIMITED BY SIZE INTO DIGEST-RECORD
               END-STRING
               PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
           END-IF
           IF CATCHUP-HALTED
               STRING 'CATCH-UP STOPPED AT BUSINESS DATE '
                   WS-CU-HALT-DATE ' - NO STAGE-MANIFEST-'
                   WS-CU-HALT-DATE '.TXT FOR THAT DATE'
                   DELIMITED BY SIZE INTO DIGEST-RECORD
               END-STRING
               PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
           END-IF
           IF WS-CU-RAN-CNT GREATER 0
               CALL 'AOC-BIZDATE' USING BIZ-PARMS
               STRING '*** CURRENT PASS - BUSINESS DATE ' BIZ-DATE
                   ' ***' DELIMITED BY SIZE INTO DIGEST-RECORD
               END-STRING
               PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
           END-IF
           PERFORM 8020-WRITE-PASS-LINES THRU 8020-EXIT
      *    PROJECTED VERSUS ACTUAL WINDOW USE
           ACCEPT WS-NOW-TS FROM TIME
           MOVE WS-NOW-TS TO WS-TS-SPLIT
           COMPUTE WS-NOW-HUNDREDTHS =
               (WS-TS-HH * 360000) + (WS-TS-MM * 6000)
               + (WS-TS-SS * 100) + WS-TS-CC
           IF WS-NOW-HUNDREDTHS LESS WS-BATCH-START-HSEC
               ADD 8640000 TO WS-NOW-HUNDREDTHS
           END-IF
           COMPUTE WS-ACTUAL-HSEC =
               WS-NOW-HUNDREDTHS - WS-BATCH-START-HSEC
           COMPUTE WS-SECS-EDIT = WS-PROJ-TOTAL-HSEC / 100
           COMPUTE WS-SECS-EDIT-2 = WS-ACTUAL-HSEC / 100
           MOVE SPACES TO DIGEST-RECORD
           STRING 'WINDOW: DEADLINE ' WS-DEADLINE-TIME
               '  PROJECTED ' DELIMITED BY SIZE
               WS-SECS-EDIT DELIMITED BY SIZE
               ' SECS  ACTUAL ' DELIMITED BY SIZE
               WS-SECS-EDIT-2 DELIMITED BY SIZE
               ' SECS  SHED ' DELIMITED BY SIZE
               WS-SHED-CNT DELIMITED BY SIZE
               ' JOB(S)  STREAMS ' DELIMITED BY SIZE
               WS-STREAM-CNT DELIMITED BY SIZE
               INTO DIGEST-RECORD
           END-STRING
           WRITE DIGEST-RECORD
           MOVE 'DIGEST-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-DIGEST-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           IF WS-FAIL-JOB-CNT GREATER 0
               PERFORM 8100-WRITE-FAILURE-IMPACT THRU 8100-EXIT
           END-IF
           CLOSE DIGEST-FILE
           .
       8000-EXIT.
           EXIT.

      ***************************************************************
      * 8010-OPEN-DIGEST - OPENS THE DIGEST AND WRITES ITS HEADING   *
      * THE FIRST TIME A PASS NEEDS IT                               *
      ***************************************************************
       8010-OPEN-DIGEST.

           IF DIGEST-OPEN
               GO TO 8010-EXIT
           END-IF
           OPEN OUTPUT DIGEST-FILE
           MOVE 'DIGEST-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-DIGEST-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET DIGEST-OPEN TO TRUE
           ACCEPT WS-STATUS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO DIGEST-RECORD
           STRING 'AOC 2024 BATCH OPERATIONS DIGEST  RUN DATE '
                   DELIMITED BY SIZE
               WS-STATUS-DATE DELIMITED BY SIZE
               '  BATCH ID ' DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               INTO DIGEST-RECORD
           WRITE DIGEST-RECORD
           MOVE 'DIGEST-FILE' TO WS-FST-FILE-NAME
           MOVE WS-DIGEST-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO DIGEST-RECORD
           .
       8010-EXIT.
           EXIT.

      ***************************************************************
      * 8020-WRITE-PASS-LINES - ONE PASS'S JOB LINES AND VERDICT     *
      ***************************************************************
       8020-WRITE-PASS-LINES.

           MOVE SPACES TO DIGEST-RECORD
           STRING 'JOB       STAT   ELAPSED  EXCEPT  RETRY  HEADLINE'
                   DELIMITED BY SIZE
               INTO DIGEST-RECORD
           WRITE DIGEST-RECORD
           MOVE 'DIGEST-FILE' TO WS-FST-FILE-NAME
               COMPUTE WS-DGL-ELAPSED =
                   WS-DIG-ELAPSED(WS-DIG-SUB) / 100
               MOVE WS-DIG-EXC-CNT(WS-DIG-SUB) TO WS-DGL-EXC-CNT
               MOVE WS-DIG-RETRY-CNT(WS-DIG-SUB) TO WS-DGL-RETRY-CNT
               MOVE WS-DIG-HEADLINE(WS-DIG-SUB) TO WS-DGL-HEADLINE
               MOVE WS-DIGEST-LINE TO DIGEST-RECORD
               WRITE DIGEST-RECORD
           MOVE WS-DIGEST-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO DIGEST-RECORD
           IF CATCHUP-PASS
               MOVE 'CATCH-UP ' TO WS-VERDICT-LABEL
           ELSE
               MOVE 'BATCH ' TO WS-VERDICT-LABEL
           END-IF
           IF WS-FAIL-JOB-CNT EQUAL 0
               STRING WS-VERDICT-LABEL DELIMITED BY SPACE
                   ' VERDICT: CLEAN - ALL EXECUTED JOBS ENDED OK'
                       DELIMITED BY SIZE
                   INTO DIGEST-RECORD
           ELSE
               STRING WS-VERDICT-LABEL DELIMITED BY SPACE
                   ' VERDICT: ATTENTION - ' DELIMITED BY SIZE
                   WS-FAIL-JOB-CNT DELIMITED BY SIZE
                   ' JOB(S) FAILED - SEE BATCH-SUMMARY.TXT'
                       DELIMITED BY SIZE
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-DIGEST-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       8020-EXIT.
           EXIT.

      ***************************************************************
      * 8100-WRITE-FAILURE-IMPACT - FOR EACH JOB THAT ENDED FAIL,    *
      * PRINTS ITS ENTRY FROM THE LINEAGE CATALOG (LINEAGE.TXT, SEE  *
      * LINEAGE): THE JOB'S OWN ARTIFACTS AND CONSUMERS, THEN EACH   *
      * DEPENDENT STEP AND THE ARTIFACTS THAT GO WITH IT.  A MISSING *
      * CATALOG IS NOTED ON THE DIGEST RATHER THAN FAILING THE RUN.  *
      ***************************************************************
       8100-WRITE-FAILURE-IMPACT.

           MOVE 0 TO WS-LIN-CNT
           OPEN INPUT LINEAGE-FILE
           MOVE 'LINEAGE-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-LINEAGE-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-LINEAGE-EOF TO TRUE
           PERFORM UNTIL LINEAGE-EOF
               READ LINEAGE-FILE
                   AT END
                       SET LINEAGE-EOF TO TRUE
                   NOT AT END
                       IF WS-LIN-CNT LESS 2000
                           ADD 1 TO WS-LIN-CNT
                           MOVE LINEAGE-RECORD
                               TO WS-LIN-ENTRY(WS-LIN-CNT)
                       END-IF
               END-READ
               MOVE 'LINEAGE-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-LINEAGE-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE LINEAGE-FILE
           IF WS-LIN-CNT EQUAL 0
               MOVE SPACES TO DIGEST-RECORD
               PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
               MOVE 'FAILURE IMPACT: NO LINEAGE.TXT - RUN LINEAGE TO BUI
      -            'LD THE CATALOG' TO DIGEST-RECORD
               PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
               DISPLAY 'AOC9031W BATCH DRIVER: NO LINEAGE CATALOG -'
                   ' FAILURE IMPACT NOT PRINTED'
               GO TO 8100-EXIT
           END-IF

           PERFORM VARYING WS-DIG-SUB FROM 1 BY 1
                   UNTIL WS-DIG-SUB GREATER WS-JOB-CNT
               IF WS-DIG-STATUS(WS-DIG-SUB) EQUAL 'FAIL '
                   MOVE 0 TO WS-IMPACT-ROWS
                   MOVE 0 TO WS-IMPACT-STEPS
                   MOVE SPACES TO DIGEST-RECORD
                   PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
                   STRING 'FAILURE IMPACT - ' DELIMITED BY SIZE
                       WS-JOB-NAME(WS-DIG-SUB) DELIMITED BY SPACE
                       '  (KIND/ARTIFACT/CONSUMER/WHAT HAPPENS)'
                           DELIMITED BY SIZE
                       INTO DIGEST-RECORD
                   END-STRING
                   PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
                   MOVE WS-JOB-NAME(WS-DIG-SUB) TO WS-LIN-JOB
                   PERFORM 8150-JOB-ARTIFACTS THRU 8150-EXIT
                   PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
                           UNTIL WS-LIN-SUB GREATER WS-LIN-CNT
                       IF WS-LIN-ENTRY(WS-LIN-SUB)(1:8)
                               EQUAL WS-JOB-NAME(WS-DIG-SUB)
                           AND WS-LIN-ENTRY(WS-LIN-SUB)(10:4)
                               EQUAL 'SUCC'
                           ADD 1 TO WS-IMPACT-STEPS
                           STRING '  DEPENDENT STEP '
                               WS-LIN-ENTRY(WS-LIN-SUB)(15:8) ' - '
                               WS-LIN-ENTRY(WS-LIN-SUB)(67:66)
                               DELIMITED BY SIZE INTO DIGEST-RECORD
                           END-STRING
                           PERFORM 8190-WRITE-DIGEST-RECORD
                               THRU 8190-EXIT
                           ADD 1 TO WS-IMPACT-ROWS
                           MOVE WS-LIN-ENTRY(WS-LIN-SUB)(15:8)
                               TO WS-LIN-JOB
                           PERFORM 8150-JOB-ARTIFACTS THRU 8150-EXIT
                       END-IF
                   END-PERFORM
                   IF WS-IMPACT-ROWS EQUAL 0
                       MOVE '  NO LINEAGE RECORDED FOR THIS JOB'
                           TO DIGEST-RECORD
                       PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
                   END-IF
                   DISPLAY 'AOC9032I BATCH DRIVER: FAILURE IMPACT OF '
                       WS-JOB-NAME(WS-DIG-SUB) ' - ' WS-IMPACT-ROWS
                       ' LINE(S), ' WS-IMPACT-STEPS
                       ' DEPENDENT STEP(S) ON BATCH-DIGEST.TXT'
               END-IF
           END-PERFORM
           .
       8100-EXIT.
           EXIT.

      ***************************************************************
      * 8150-JOB-ARTIFACTS - ONE JOB'S OWN (NON-SUCCESSOR) LINEAGE   *
      * RECORDS, INDENTED UNDER ITS FAILURE-IMPACT HEADING           *
      ***************************************************************
       8150-JOB-ARTIFACTS.

           PERFORM VARYING WS-LIN-SUB2 FROM 1 BY 1
                   UNTIL WS-LIN-SUB2 GREATER WS-LIN-CNT
               IF WS-LIN-ENTRY(WS-LIN-SUB2)(1:8) EQUAL WS-LIN-JOB
                   AND WS-LIN-ENTRY(WS-LIN-SUB2)(10:4) NOT EQUAL 'SUCC'
                   MOVE WS-LIN-ENTRY(WS-LIN-SUB2)(10:123)
                       TO DIGEST-RECORD(5:123)
                   PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
                   ADD 1 TO WS-IMPACT-ROWS
               END-IF
           END-PERFORM
           .
       8150-EXIT.
           EXIT.

      ***************************************************************
      * 8190-WRITE-DIGEST-RECORD - WRITES ONE DIGEST LINE, CHECKS    *
      * THE STATUS AND CLEARS THE RECORD FOR THE NEXT LINE           *
      ***************************************************************
       8190-WRITE-DIGEST-RECORD.

           WRITE DIGEST-RECORD
           MOVE 'DIGEST-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-DIGEST-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO DIGEST-RECORD
           .
       8190-EXIT.
           EXIT.

      ***************************************************************
      * 8500-REWRITE-RERUN-REQUESTS - WRITES BACK THE REQUEST MASTER *
      * WHEN A REQUEST WAS COMPLETED, AND RELEASES IT                *
      ***************************************************************
       8500-REWRITE-RERUN-REQUESTS.

           IF NOT RERUN-MASTER-HELD
               GO TO 8500-EXIT
           END-IF
           IF RERUN-MASTER-CHANGED
               OPEN OUTPUT RERUN-REQUEST-FILE
               PERFORM VARYING WS-RR-SUB FROM 1 BY 1
                       UNTIL WS-RR-SUB GREATER WS-RR-CNT
                   MOVE WS-RR-ENTRY(WS-RR-SUB) TO RERUN-REQUEST-RECORD
                   WRITE RERUN-REQUEST-RECORD
               END-PERFORM
               CLOSE RERUN-REQUEST-FILE
               MOVE WS-RR-DONE-CNT TO WS-RR-CNT-EDIT
               DISPLAY 'AOC9030I BATCH DRIVER: ' WS-RR-CNT-EDIT
                   ' RERUN REQUEST(S) COMPLETED'
           END-IF
           MOVE 'DEQ '           TO ENQ-OP
           MOVE 'RERUN-REQUESTS' TO ENQ-RESOURCE
           CALL 'AOC-ENQ' USING ENQ-PARMS
           .
       8500-EXIT.
           EXIT.

      ***************************************************************
           IF INCLUDE-SEEN
               GO TO 1700-EXIT
           END-IF
      *    A CATCH-UP PASS RUNS TO THE MISSED DATE'S OWN RUN DAYS
           IF CATCHUP-PASS
               MOVE WS-CU-PASS-DATE TO WS-TODAY-DATE
               COMPUTE WS-TODAY-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1, 7) + 1
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TODAY-DOW  FROM DAY-OF-WEEK
           END-IF
           OPEN INPUT SCHEDULE-FILE
           MOVE 'SCHEDULE-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
               GO TO 1750-EXIT
           END-IF

      *    CHANGE-FREEZE WINDOWS GOVERN CHANGES, NOT WHAT RUNS
           IF SCHEDULE-RECORD(1:8) EQUAL 'FREEZE  '
               GO TO 1750-EXIT
           END-IF

           IF SCHEDULE-RECORD(1:3) EQUAL 'DAY'
               MOVE SCHEDULE-RECORD(1:8)   TO WS-SCHED-JOB-NAME
               MOVE SCHEDULE-RECORD(11:7)  TO WS-SCHED-PATTERN
      ***************************************************************
      * 1800-READ-WINDOW - READS THE OPTIONAL BATCH-WINDOW DEADLINE. *
      * NO FILE OR NO DEADLINE RECORD LEAVES THE DRIVER RUNNING      *
      * BLIND TO THE CLOCK, EXACTLY AS BEFORE.  A 'STREAMS n' RECORD *
      * SETS THE NUMBER OF CONCURRENT JOB STREAMS (DEFAULT ONE), AND *
      * A 'CATCHUP nn' RECORD THE MOST MISSED BUSINESS DATES ONE     *
      * BATCH CATCHES UP (DEFAULT 3, AT MOST 31, 0 = NONE).          *
      ***************************************************************
       1800-READ-WINDOW.

                           MOVE WINDOW-RECORD(10:6)
                               TO WS-DEADLINE-TIME
                       END-IF
                       IF WINDOW-RECORD(1:8) EQUAL 'STREAMS '
                           AND WINDOW-RECORD(9:1) NUMERIC
                           AND WINDOW-RECORD(9:1) NOT EQUAL '0'
                           MOVE WINDOW-RECORD(9:1) TO WS-STREAM-CNT
                       END-IF
                       IF WINDOW-RECORD(1:8) EQUAL 'CATCHUP '
                           IF WINDOW-RECORD(9:2) NUMERIC
                               MOVE WINDOW-RECORD(9:2) TO WS-CU-LIMIT
                           ELSE
                               IF WINDOW-RECORD(9:1) NUMERIC
                                   AND WINDOW-RECORD(10:1) EQUAL SPACE
                                   MOVE WINDOW-RECORD(9:1)
                                       TO WS-CU-LIMIT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WINDOW-FILE
           IF WS-CU-LIMIT GREATER 31
               MOVE 31 TO WS-CU-LIMIT
           END-IF
           IF WS-DEADLINE-TIME GREATER 0
               COMPUTE WS-DEADLINE-HUNDREDTHS =
                   (WS-DL-HH * 360000) + (WS-DL-MM * 6000)
               DISPLAY 'AOC9016I BATCH DRIVER: WINDOW DEADLINE '
                   WS-DEADLINE-TIME
           END-IF
           IF CONCURRENT-STREAMS
               DISPLAY 'AOC9033I BATCH DRIVER: RUNNING '
                   WS-STREAM-CNT ' CONCURRENT STREAMS'
           END-IF
           .
       1800-EXIT.
           EXIT.
           COMPUTE WS-BATCH-START-HSEC =
               (WS-TS-HH * 360000) + (WS-TS-MM * 6000)
               + (WS-TS-SS * 100) + WS-TS-CC
           MOVE 0 TO WS-PROJ-TOTAL-HSEC WS-LONGEST-BUDGET
           PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                   UNTIL WS-BUDGET-SUB GREATER WS-JOB-CNT
               PERFORM 1860-SEED-ONE-BUDGET THRU 1860-EXIT
                   AND WS-JOB-SCHEDULED(WS-BUDGET-SUB) EQUAL 'Y'
                   ADD WS-JOB-BUDGET(WS-BUDGET-SUB)
                       TO WS-PROJ-TOTAL-HSEC
                   IF WS-JOB-BUDGET(WS-BUDGET-SUB)
                           GREATER WS-LONGEST-BUDGET
                       MOVE WS-JOB-BUDGET(WS-BUDGET-SUB)
                           TO WS-LONGEST-BUDGET
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PROJ-TOTAL-HSEC TO WS-REMAINING-BUDGET
           PERFORM 2850-SPREAD-OVER-STREAMS THRU 2850-EXIT
           MOVE WS-REMAINING-BUDGET TO WS-PROJ-TOTAL-HSEC
           .
       1850-EXIT.
           EXIT.
      * 2800-CHECK-WINDOW - PROJECT THE REMAINING BUDGETED TIME      *
      * AGAINST THE DEADLINE.  WHEN THE PROJECTION BLOWS THE WINDOW, *
      * DEFER EVERY REMAINING SHEDDABLE JOB (THIS ONE INCLUDED, IF   *
      * FLAGGED) AND RE-PROJECT.  REMAINING MEANS NOT YET STARTED;   *
      * WITH CONCURRENT STREAMS THE TIME IS SPREAD OVER THE STREAMS. *
      ***************************************************************
       2800-CHECK-WINDOW.

           COMPUTE WS-NOW-HUNDREDTHS =
               (WS-TS-HH * 360000) + (WS-TS-MM * 6000)
               + (WS-TS-SS * 100) + WS-TS-CC
           MOVE 0 TO WS-REMAINING-BUDGET WS-LONGEST-BUDGET
           MOVE 1 TO WS-BUDGET-SUB
           PERFORM UNTIL WS-BUDGET-SUB GREATER WS-JOB-CNT
               IF WS-JOB-SELECTED(WS-BUDGET-SUB) EQUAL 'Y'
                   AND WS-JOB-SCHEDULED(WS-BUDGET-SUB) EQUAL 'Y'
                   AND WS-JOB-SHEDDED(WS-BUDGET-SUB) NOT EQUAL 'Y'
                   AND (WS-JOB-STATE(WS-BUDGET-SUB) EQUAL SPACE
                     OR WS-JOB-STATE(WS-BUDGET-SUB) EQUAL 'A')
                   ADD WS-JOB-BUDGET(WS-BUDGET-SUB)
                       TO WS-REMAINING-BUDGET
                   IF WS-JOB-BUDGET(WS-BUDGET-SUB)
                           GREATER WS-LONGEST-BUDGET
                       MOVE WS-JOB-BUDGET(WS-BUDGET-SUB)
                           TO WS-LONGEST-BUDGET
                   END-IF
               END-IF
               ADD 1 TO WS-BUDGET-SUB
           END-PERFORM
           PERFORM 2850-SPREAD-OVER-STREAMS THRU 2850-EXIT
           COMPUTE WS-PROJECTED-HUNDREDTHS =
               WS-NOW-HUNDREDTHS + WS-REMAINING-BUDGET
           IF WS-PROJECTED-HUNDREDTHS NOT GREATER
               GO TO 2800-EXIT
           END-IF
      *    OVER THE WINDOW - SHED WHAT THE CATALOG ALLOWS
           MOVE 1 TO WS-BUDGET-SUB
           PERFORM UNTIL WS-BUDGET-SUB GREATER WS-JOB-CNT
               IF WS-JOB-SELECTED(WS-BUDGET-SUB) EQUAL 'Y'
                   AND WS-JOB-SCHEDULED(WS-BUDGET-SUB) EQUAL 'Y'
                   AND WS-JOB-SHEDDABLE(WS-BUDGET-SUB) EQUAL 'S'
                   AND WS-JOB-SHEDDED(WS-BUDGET-SUB) NOT EQUAL 'Y'
                   AND (WS-JOB-STATE(WS-BUDGET-SUB) EQUAL SPACE
                     OR WS-JOB-STATE(WS-BUDGET-SUB) EQUAL 'A')
                   MOVE 'Y' TO WS-JOB-SHEDDED(WS-BUDGET-SUB)
                   ADD 1 TO WS-SHED-CNT
               END-IF
       2800-EXIT.
           EXIT.

      ***************************************************************
      * 2850-SPREAD-OVER-STREAMS - WITH CONCURRENT STREAMS THE       *
      * REMAINING BUDGET FINISHES IN ABOUT ITS SHARE PER STREAM, BUT *
      * NEVER SOONER THAN THE LONGEST SINGLE JOB LEFT.               *
      ***************************************************************
       2850-SPREAD-OVER-STREAMS.

           IF NOT CONCURRENT-STREAMS
               GO TO 2850-EXIT
           END-IF
           COMPUTE WS-REMAINING-BUDGET =
               WS-REMAINING-BUDGET / WS-STREAM-CNT
           IF WS-REMAINING-BUDGET LESS WS-LONGEST-BUDGET
               MOVE WS-LONGEST-BUDGET TO WS-REMAINING-BUDGET
           END-IF
           .
       2850-EXIT.
           EXIT.

      ***************************************************************
      * 2900-CHECK-PREDECESSOR - A JOB'S CATALOGED PREDECESSOR MUST  *
      * HAVE ENDED OK (OR BEEN CARRIED FORWARD) THIS BATCH.  NO      *
      *    SUCCESSOR.  ONE THAT WAS SIMPLY NOT SELECTED THIS BATCH -
      *    DESELECTED BY RUN-REQUEST.TXT (SKIP), NOT ON TODAY'S
      *    SCHEDULE (NOSKD), OR SHED FOR THE WINDOW (SHED) - MUST
      *    NOT DEPFAIL A SINGLE-JOB RERUN OF THE SUCCESSOR.  ONE
      *    ALREADY RUN OK ON ARRIVAL (EARLY) HAS ENDED OK.
           EVALUATE WS-DIG-STATUS(WS-PRED-IDX)
               WHEN 'OK   '
               WHEN 'PRIOR'
               WHEN 'EARLY'
               WHEN 'SKIP '
               WHEN 'NOSKD'
               WHEN 'SHED '
       2900-EXIT.
           EXIT.

      ***************************************************************
      * 3000-DISPATCH-STREAMS - RUNS THE CATALOG ON WS-STREAM-CNT    *
      * CONCURRENT STREAMS.  JOBS THAT WILL NOT RUN ARE RESOLVED AS  *
      * SOON AS THEY COME UP; WHILE A STREAM IS FREE THE NEXT READY  *
      * JOB IS STARTED ON IT; OTHERWISE THE DRIVER WAITS FOR A       *
      * RUNNING JOB TO END AND RECORDS IT.  A JOB WHOSE PREDECESSOR  *
      * CAN NEVER END IS PUT THROUGH THE NORMAL PREDECESSOR CHECK,   *
      * WHICH SKIPS IT AS DEPFAIL.                                   *
      ***************************************************************
       3000-DISPATCH-STREAMS.

           INITIALIZE WS-STREAM-TABLE
      *    CLEAR ANY STREAM MARKERS LEFT BY AN EARLIER, INTERRUPTED
      *    BATCH, AND REFRESH THE SHARED SERVICE OBJECTS ONCE HERE SO
      *    NO TWO STREAMS EVER REBUILD THEM AT THE SAME TIME
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-BATCH-STREAM-?.END'
               ' /tmp/AOC-BATCH-STREAM-?.TMP ;'
               ' /root/workspace/aoc-build.sh'
               ' > /tmp/AOC-BATCH-COMPILE.LOG 2>&1'
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           .
       3000-NEXT.
           PERFORM 3100-RESOLVE-IDLE-JOBS THRU 3100-EXIT
           MOVE 0 TO WS-PENDING-CNT WS-STR-RUNNING
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB GREATER WS-JOB-CNT
               IF WS-JOB-STATE(WS-CAND-SUB) EQUAL SPACE
                   ADD 1 TO WS-PENDING-CNT
               END-IF
               IF WS-JOB-STATE(WS-CAND-SUB) EQUAL 'R'
                   ADD 1 TO WS-STR-RUNNING
               END-IF
           END-PERFORM
           IF WS-PENDING-CNT EQUAL 0 AND WS-STR-RUNNING EQUAL 0
               GO TO 3000-EXIT
           END-IF
           IF WS-STR-RUNNING LESS WS-STREAM-CNT
               PERFORM 3200-PICK-JOB THRU 3200-EXIT
               IF WS-PICK-IDX GREATER 0
                   SET WS-JOB-IDX TO WS-PICK-IDX
                   PERFORM 2010-DISPATCH-JOB THRU 2010-EXIT
                   GO TO 3000-NEXT
               END-IF
           END-IF
           IF WS-STR-RUNNING GREATER 0
               PERFORM 3300-HARVEST-STREAM THRU 3300-EXIT
               GO TO 3000-NEXT
           END-IF
      *    NOTHING RUNNING AND NOTHING READY - THE FIRST WAITING JOB'S
      *    PREDECESSOR CAN NEVER END, SO LET THE CHECK SKIP IT
           MOVE 1 TO WS-CAND-SUB
           PERFORM UNTIL WS-JOB-STATE(WS-CAND-SUB) EQUAL SPACE
               ADD 1 TO WS-CAND-SUB
           END-PERFORM
           SET WS-JOB-IDX TO WS-CAND-SUB
           PERFORM 2010-DISPATCH-JOB THRU 2010-EXIT
           GO TO 3000-NEXT
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * 3100-RESOLVE-IDLE-JOBS - A WAITING JOB THAT IS NOT SELECTED  *
      * OR NOT SCHEDULED TODAY NEEDS NO STREAM; RECORD IT NOW.       *
      ***************************************************************
       3100-RESOLVE-IDLE-JOBS.

           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB GREATER WS-JOB-CNT
               IF WS-JOB-STATE(WS-CAND-SUB) EQUAL SPACE
                   AND (WS-JOB-SELECTED(WS-CAND-SUB) NOT EQUAL 'Y'
                     OR WS-JOB-SCHEDULED(WS-CAND-SUB) NOT EQUAL 'Y')
                   SET WS-JOB-IDX TO WS-CAND-SUB
                   PERFORM 2010-DISPATCH-JOB THRU 2010-EXIT
               END-IF
           END-PERFORM
           .
       3100-EXIT.
           EXIT.

      ***************************************************************
      * 3200-PICK-JOB - CHOOSES THE NEXT JOB TO START: OF THE READY  *
      * WAITING JOBS, ONE ALREADY DEFERRED BY WINDOW PRESSURE (IT    *
      * NEEDS NO STREAM TIME), ELSE THE ONE WITH THE LONGEST         *
      * LEDGERED ELAPSED TIME, SO THE LONG JOBS ARE NOT LEFT TO THE  *
      * END OF THE BATCH.  WS-PICK-IDX IS ZERO WHEN NONE IS READY.   *
      ***************************************************************
       3200-PICK-JOB.

           MOVE 0 TO WS-PICK-IDX WS-PICK-BUDGET
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB GREATER WS-JOB-CNT
               IF WS-JOB-STATE(WS-CAND-SUB) EQUAL SPACE
                   PERFORM 3250-CHECK-READY THRU 3250-EXIT
                   IF WS-CAND-READY EQUAL 'Y'
                       IF WS-JOB-SHEDDED(WS-CAND-SUB) EQUAL 'Y'
                           MOVE WS-CAND-SUB TO WS-PICK-IDX
                           GO TO 3200-EXIT
                       END-IF
                       IF WS-PICK-IDX EQUAL 0
                           OR WS-JOB-BUDGET(WS-CAND-SUB)
                               GREATER WS-PICK-BUDGET
                           MOVE WS-CAND-SUB TO WS-PICK-IDX
                           MOVE WS-JOB-BUDGET(WS-CAND-SUB)
                               TO WS-PICK-BUDGET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       3200-EXIT.
           EXIT.

      ***************************************************************
      * 3250-CHECK-READY - THE JOB AT WS-CAND-SUB IS READY WHEN ITS  *
      * CATALOGED PREDECESSOR HAS ENDED, NO STREAM IS RUNNING IN ITS *
      * FOLDER AND, FOR A ROOT-LEVEL STEP, EVERY JOB CATALOGED ABOVE *
      * IT HAS ENDED.                                                *
      ***************************************************************
       3250-CHECK-READY.

           MOVE 'Y' TO WS-CAND-READY
           PERFORM VARYING WS-CAND-SUB2 FROM 1 BY 1
                   UNTIL WS-CAND-SUB2 GREATER WS-JOB-CNT
               IF WS-JOB-STATE(WS-CAND-SUB2) NOT EQUAL 'D'
                   IF WS-JOB-PRED(WS-CAND-SUB) NOT EQUAL SPACES
                       AND WS-JOB-NAME(WS-CAND-SUB2)
                           EQUAL WS-JOB-PRED(WS-CAND-SUB)
                       MOVE 'N' TO WS-CAND-READY
                   END-IF
                   IF WS-JOB-DIR(WS-CAND-SUB) EQUAL '.'
                       AND WS-CAND-SUB2 LESS WS-CAND-SUB
                       MOVE 'N' TO WS-CAND-READY
                   END-IF
                   IF WS-JOB-STATE(WS-CAND-SUB2) EQUAL 'R'
                       AND WS-JOB-DIR(WS-CAND-SUB2)
                           EQUAL WS-JOB-DIR(WS-CAND-SUB)
                       MOVE 'N' TO WS-CAND-READY
                   END-IF
               END-IF
           END-PERFORM
           .
       3250-EXIT.
           EXIT.

      ***************************************************************
      * 3300-HARVEST-STREAM - WAITS FOR THE NEXT STREAM TO END,      *
      * MOVES ITS CAPTURE ONTO THE FIXED SCRATCH NAMES AND RECORDS   *
      * THE JOB THROUGH 2300-FINISH-JOB.  THE SHELL'S WAIT STEP      *
      * LEAVES 'n.END hhmmsscc' (STREAM NUMBER, JOB END TIME) ON     *
      * THE WAIT FLAG.                                               *
      ***************************************************************
       3300-HARVEST-STREAM.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-BATCH-WAIT.FLG ;'
               ' while [ ! -s /tmp/AOC-BATCH-WAIT.FLG ] ; do'
               ' for F in /tmp/AOC-BATCH-STREAM-?.END ; do'
               ' if [ -f "$F" ] ; then'
               ' echo "${F#/tmp/AOC-BATCH-STREAM-} $(cat "$F")"'
               ' > /tmp/AOC-BATCH-WAIT.FLG ; rm -f "$F" ; break ;'
               ' fi ; done ;'
               ' [ -s /tmp/AOC-BATCH-WAIT.FLG ] || sleep 1 ; done'
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACES TO WS-WAIT-TEXT
           OPEN INPUT STREAM-WAIT-FILE
           READ STREAM-WAIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE STREAM-WAIT-RECORD TO WS-WAIT-TEXT
           END-READ
           CLOSE STREAM-WAIT-FILE
           IF WS-WAIT-TEXT(1:1) NOT NUMERIC
               OR WS-WAIT-TEXT(1:1) EQUAL '0'
               OR WS-WAIT-TEXT(7:8) NOT NUMERIC
               DISPLAY 'AOC9036E BATCH DRIVER: UNREADABLE STREAM END'
                   ' MARKER - ' WS-WAIT-TEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-WAIT-TEXT(1:1) TO WS-STR-DIGIT
           MOVE WS-STR-DIGIT TO WS-STR-SUB
           IF WS-STR-JOB(WS-STR-SUB) EQUAL 0
               DISPLAY 'AOC9036E BATCH DRIVER: UNREADABLE STREAM END'
                   ' MARKER - ' WS-WAIT-TEXT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-JOB-IDX TO WS-STR-JOB(WS-STR-SUB)
           MOVE WS-STR-START-TS(WS-STR-SUB) TO WS-JOB-START-TS
           MOVE WS-WAIT-TEXT(7:8) TO WS-JOB-END-TS
           PERFORM 2245-STREAM-NAMES THRU 2245-EXIT
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-BATCH-JOB.OUT'
               ' /tmp/AOC-BATCH-BUILD.FLG ; mv -f ' DELIMITED BY SIZE
               WS-SCR-JOB-OUT DELIMITED BY SPACE
               ' /tmp/AOC-BATCH-JOB.OUT 2>/dev/null ; mv -f '
                   DELIMITED BY SIZE
               WS-SCR-BUILD-FLG DELIMITED BY SPACE
               ' /tmp/AOC-BATCH-BUILD.FLG 2>/dev/null'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO WS-STR-JOB(WS-STR-SUB)
           PERFORM 2300-FINISH-JOB THRU 2300-EXIT
           MOVE 'D' TO WS-JOB-STATE(WS-JOB-IDX)
           DISPLAY 'AOC9035I BATCH DRIVER: '
               WS-JOB-NAME(WS-JOB-IDX) ' ENDED ' WS-JOB-OUTCOME
               ' ON STREAM ' WS-STR-DIGIT
      *    A RETRY GOES STRAIGHT BACK ONTO A STREAM, STILL HOLDING
      *    ITS FOLDER
           IF WS-RETRY-DUE EQUAL 'Y'
               PERFORM 2240-CLAIM-STREAM  THRU 2240-EXIT
               PERFORM 2020-BUILD-COMMAND THRU 2020-EXIT
               PERFORM 2250-LAUNCH-STREAM THRU 2250-EXIT
               MOVE 'N' TO WS-RETRY-DUE
           END-IF
           .
       3300-EXIT.
           EXIT.

      ***************************************************************
      * 2400-WRITE-STATUS - RECORDS THE JOB'S COMPLETION OUTCOME IN  *
      * THE STATUS LEDGER AS SOON AS IT IS KNOWN, SO A DRIVER KILLED *
           MOVE BIZ-DATE TO WS-STATUS-DATE
           ACCEPT WS-STATUS-TIME FROM TIME
           MOVE SPACES TO STATUS-RECORD
           IF CATCHUP-PASS
               MOVE 'CATCHUP' TO STATUS-RUN-TYPE
           END-IF
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO STATUS-JOB-NAME
           MOVE WS-JOB-OUTCOME          TO STATUS-OUTCOME
           MOVE WS-STATUS-DATE          TO STATUS-RUN-DATE
           MOVE WS-STATUS-TIME          TO STATUS-RUN-TIME
      *    A JOB THE RETRY POLICY RAN MORE THAN ONCE CARRIES ITS
      *    ATTEMPT NUMBER, AND THE CLASS OF A FAILED ATTEMPT
           IF WS-JOB-OUTCOME EQUAL 'RTRY'
               MOVE WS-DIG-RETRY-CNT(WS-DIG-SUB) TO STATUS-ATTEMPT
               MOVE WS-FAIL-CLASS TO STATUS-FAIL-CLASS
           ELSE
               IF WS-DIG-RETRY-CNT(WS-DIG-SUB) GREATER 0
                   COMPUTE STATUS-ATTEMPT =
                       WS-DIG-RETRY-CNT(WS-DIG-SUB) + 1
                   IF WS-JOB-OUTCOME NOT EQUAL 'OK'
                       MOVE WS-FAIL-CLASS TO STATUS-FAIL-CLASS
                   END-IF
               END-IF
           END-IF
           WRITE STATUS-RECORD
           MOVE 'STATUS-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
       2400-EXIT.
           EXIT.

      ***************************************************************
      * 2450-NOTIFY-FAILURE - PAGES ON-CALL FOR THE JOB THAT HAS     *
      * JUST ENDED FAIL                                              *
      ***************************************************************
       2450-NOTIFY-FAILURE.

           DISPLAY 'AOC9021E BATCH DRIVER: '
               WS-JOB-NAME(WS-JOB-IDX) ' ENDED FAIL - ON-CALL PAGED'
           MOVE 'ONCALL'   TO NTF-GROUP
           MOVE SPACE      TO NTF-SEVERITY
           MOVE 'AOC9021E' TO NTF-MSG-ID
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO NTF-SOURCE-JOB
           MOVE SPACES TO NTF-SUBJECT NTF-BODY
           STRING 'JOB ' WS-JOB-NAME(WS-JOB-IDX) ' ENDED FAIL'
               DELIMITED BY SIZE INTO NTF-SUBJECT
           END-STRING
           STRING WS-JOB-NAME(WS-JOB-IDX) ' ('
               WS-JOB-PROGRAM-ID(WS-JOB-IDX) ') FAILED IN THE BATCH'
               ' OF ' BIZ-DATE '.  SEE BATCH-SUMMARY.TXT AND THE'
               ' JOB SPOOL.'
               DELIMITED BY SIZE INTO NTF-BODY
           END-STRING
           CALL 'AOC-NOTIFY' USING NTF-PARMS
           .
       2450-EXIT.
           EXIT.

      ***************************************************************
      * 2500-COMPLETE-RERUNS - THE JOB ENDED OK AND HAD APPROVED     *
      * RERUN REQUESTS.  EACH IS FILED ON RERUN-REASONS.TXT UNDER    *
      * ITS CATEGORY AGAINST THE ANSWER VERSION THE RUN POSTED, AND  *
      * MARKED DONE WITH THAT VERSION (00 WHEN THE RUN POSTED NO NEW *
      * ANSWER).                                                     *
      ***************************************************************
       2500-COMPLETE-RERUNS.

           PERFORM 2540-FIND-ANSWER-VERSION THRU 2540-EXIT
           IF WS-AM-HIGH-VERSION NOT GREATER WS-AM-PRIOR-VERSION
               MOVE 0 TO WS-AM-HIGH-VERSION
               DISPLAY 'AOC9027W BATCH DRIVER: '
                   WS-JOB-NAME(WS-JOB-IDX) ' POSTED NO NEW ANSWER -'
                   ' RERUN REQUEST(S) CLOSED WITHOUT A VERSION'
           END-IF
           PERFORM VARYING WS-RR-SUB FROM 1 BY 1
                   UNTIL WS-RR-SUB GREATER WS-RR-CNT
               MOVE WS-RR-ENTRY(WS-RR-SUB) TO RERUN-REQUEST-RECORD
               IF RRQ-STATE EQUAL 'APPROVED'
                   AND RRQ-JOB EQUAL WS-JOB-NAME(WS-JOB-IDX)
                   AND RRQ-BIZ-DATE EQUAL BIZ-DATE
                   OPEN EXTEND REASON-FILE
                   MOVE SPACES TO REASON-RECORD
                   MOVE BIZ-DATE TO RSN-DATE
                   MOVE WS-JOB-PROGRAM-ID(WS-JOB-IDX) TO RSN-PROGRAM
                   MOVE WS-AM-HIGH-VERSION TO RSN-VERSION
                   MOVE WS-OPERATOR-ID TO RSN-OPERATOR
                   MOVE RRQ-CATEGORY TO RSN-CODE
                   STRING 'REQ ' RRQ-ID ' ' RRQ-CHANGE
                       DELIMITED BY SIZE INTO RSN-TEXT
                   END-STRING
                   WRITE REASON-RECORD
                   CLOSE REASON-FILE
                   MOVE 'DONE'             TO RRQ-STATE
                   MOVE WS-AM-HIGH-VERSION TO RRQ-VERSION
                   MOVE BIZ-ACTUAL-DATE    TO RRQ-DONE-DATE
                   MOVE RERUN-REQUEST-RECORD TO WS-RR-ENTRY(WS-RR-SUB)
                   SET RERUN-MASTER-CHANGED TO TRUE
                   ADD 1 TO WS-RR-DONE-CNT
                   MOVE RRQ-ID TO WS-RR-ID-EDIT
                   DISPLAY 'AOC9028I BATCH DRIVER: RERUN REQUEST '
                       WS-RR-ID-EDIT ' DONE - '
                       WS-JOB-NAME(WS-JOB-IDX) ' ANSWER VERSION '
                       WS-AM-HIGH-VERSION
               END-IF
           END-PERFORM
           .
       2500-EXIT.
           EXIT.

      ***************************************************************
      * 2520-COUNT-JOB-RERUNS - APPROVED REQUESTS FOR THIS JOB AND   *
      * THE SHOP BUSINESS DATE                                       *
      ***************************************************************
       2520-COUNT-JOB-RERUNS.

           MOVE 0 TO WS-JOB-RERUN-CNT
           IF NOT RERUN-MASTER-HELD
               GO TO 2520-EXIT
           END-IF
           PERFORM VARYING WS-RR-SUB FROM 1 BY 1
                   UNTIL WS-RR-SUB GREATER WS-RR-CNT
               MOVE WS-RR-ENTRY(WS-RR-SUB) TO RERUN-REQUEST-RECORD
               IF RRQ-STATE EQUAL 'APPROVED'
                   AND RRQ-JOB EQUAL WS-JOB-NAME(WS-JOB-IDX)
                   AND RRQ-BIZ-DATE EQUAL BIZ-DATE
                   ADD 1 TO WS-JOB-RERUN-CNT
               END-IF
           END-PERFORM
           .
       2520-EXIT.
           EXIT.

      ***************************************************************
      * 2540-FIND-ANSWER-VERSION - HIGHEST ANSWER-MASTER VERSION ON  *
      * FILE FOR THIS JOB'S PROGRAM AND THE SHOP BUSINESS DATE       *
      ***************************************************************
       2540-FIND-ANSWER-VERSION.

           MOVE 0 TO WS-AM-HIGH-VERSION
           OPEN INPUT ANSWER-MASTER-FILE
           IF WS-ANSWER-MASTER-FST EQUAL '05'
               CLOSE ANSWER-MASTER-FILE
               GO TO 2540-EXIT
           END-IF
           SET NOT-AM-EOF TO TRUE
           PERFORM UNTIL AM-EOF
               READ ANSWER-MASTER-FILE
                   AT END
                       SET AM-EOF TO TRUE
                   NOT AT END
                       IF AM-DATE EQUAL BIZ-DATE
                           AND AM-PROGRAM EQUAL
                               WS-JOB-PROGRAM-ID(WS-JOB-IDX)
                           AND AM-VERSION GREATER WS-AM-HIGH-VERSION
                           MOVE AM-VERSION TO WS-AM-HIGH-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANSWER-MASTER-FILE
           .
       2540-EXIT.
           EXIT.

      ***************************************************************
      * 4000-FIND-MISSED-DATES - LISTS THE BUSINESS DATES THE        *
      * SCHEDULE MISSED: EVERY NON-HOLIDAY DATE AFTER THE LAST CLEAN *
      * BATCH ON BATCH-DATES.TXT, AND BEFORE TODAY, THAT NO BATCH    *
      * FINISHED.  UP TO THE CATCHUP LIMIT OF THEM, OLDEST FIRST,    *
      * ARE TAKEN THIS BATCH; THE REST ARE LOGGED AS STILL OWED.     *
      * ONLY A FULL, FRESH RUN ON THE CALENDAR DATE CATCHES UP; WITH *
      * NO REGISTER YET THERE IS NOTHING TO COMPARE AGAINST, SO      *
      * TRACKING STARTS HERE.                                        *
      ***************************************************************
       4000-FIND-MISSED-DATES.

           MOVE 0 TO WS-CU-CNT WS-CU-MISSED-CNT WS-CU-LAST-GOOD
                     WS-CU-LEFT-CNT
           IF INCLUDE-SEEN OR RERUNS-ONLY OR TODAY-IS-HOLIDAY
               GO TO 4000-EXIT
           END-IF
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           MOVE BIZ-DATE TO WS-CU-CURRENT-DATE
      *    THE LAST GOOD BATCH IS THE LATEST CLEAN BUSINESS DATE
      *    THAT LEFT NO MISSED DATE BEHIND IT
           OPEN INPUT BATCH-DATES-FILE
           IF WS-BATCH-DATES-FST EQUAL '05'
               CLOSE BATCH-DATES-FILE
               DISPLAY 'AOC9040I BATCH DRIVER: NO CLEAN BATCH ON'
                   ' BATCH-DATES.TXT YET - MISSED DATES ARE TRACKED'
                   ' FROM THIS BATCH ON'
               GO TO 4000-EXIT
           END-IF
           MOVE 'BATCH-DATES-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-BATCH-DATES-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-BATCH-DATES-EOF TO TRUE
           PERFORM UNTIL BATCH-DATES-EOF
               READ BATCH-DATES-FILE
                   AT END
                       SET BATCH-DATES-EOF TO TRUE
                   NOT AT END
                       IF BDR-BIZ-DATE IS NUMERIC
                           AND BDR-VERDICT EQUAL 'CLEAN'
                           AND BDR-BIZ-DATE GREATER WS-CU-LAST-GOOD
                           AND BDR-BIZ-DATE LESS WS-CU-CURRENT-DATE
                           AND (BDR-PASS-TYPE EQUAL 'CATCHUP'
                             OR BDR-BACKLOG NOT NUMERIC
                             OR BDR-BACKLOG EQUAL 0)
                           MOVE BDR-BIZ-DATE TO WS-CU-LAST-GOOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-DATES-FILE
           IF WS-CU-LAST-GOOD EQUAL 0
               DISPLAY 'AOC9040I BATCH DRIVER: NO CLEAN BATCH ON'
                   ' BATCH-DATES.TXT YET - MISSED DATES ARE TRACKED'
                   ' FROM THIS BATCH ON'
               GO TO 4000-EXIT
           END-IF
      *    A DATE SINCE THEN THAT ANY BATCH FINISHED IS NOT MISSED -
      *    ITS FAILURES ARE FOR A RESTART OR A RERUN REQUEST
           MOVE 0 TO WS-CU-SEEN-CNT
           OPEN INPUT BATCH-DATES-FILE
           MOVE 'BATCH-DATES-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-BATCH-DATES-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-BATCH-DATES-EOF TO TRUE
           PERFORM UNTIL BATCH-DATES-EOF
               READ BATCH-DATES-FILE
                   AT END
                       SET BATCH-DATES-EOF TO TRUE
                   NOT AT END
                       IF BDR-BIZ-DATE IS NUMERIC
                           AND BDR-BIZ-DATE GREATER WS-CU-LAST-GOOD
                           AND BDR-BIZ-DATE LESS WS-CU-CURRENT-DATE
                           AND WS-CU-SEEN-CNT LESS 400
                           ADD 1 TO WS-CU-SEEN-CNT
                           MOVE BDR-BIZ-DATE
                               TO WS-CU-SEEN-DATE(WS-CU-SEEN-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-DATES-FILE
           COMPUTE WS-CU-INT =
               FUNCTION INTEGER-OF-DATE(WS-CU-LAST-GOOD) + 1
           COMPUTE WS-CU-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-CU-CURRENT-DATE)
           PERFORM 4050-CHECK-MISSED-DATE THRU 4050-EXIT
               UNTIL WS-CU-INT NOT LESS WS-CU-END-INT
           IF WS-CU-MISSED-CNT EQUAL 0
               GO TO 4000-EXIT
           END-IF
      *    A RESTART OR A SET BUSINESS DATE RUNS NO CATCH-UP, BUT THE
      *    DATES IT LEAVES ARE STILL OWED
           IF RESTART-MODE OR BIZ-SOURCE NOT EQUAL 'CALENDAR'
               MOVE 0 TO WS-CU-CNT
               MOVE WS-CU-MISSED-CNT TO WS-CU-LEFT-CNT WS-CU-EDIT
               DISPLAY 'AOC9039I BATCH DRIVER: ' WS-CU-EDIT
                   ' MISSED BUSINESS DATE(S) WAIT FOR A FRESH RUN ON'
                   ' THE CALENDAR DATE'
               GO TO 4000-EXIT
           END-IF
           MOVE WS-CU-MISSED-CNT TO WS-CU-EDIT
           DISPLAY 'AOC9041I BATCH DRIVER: ' WS-CU-EDIT
               ' MISSED BUSINESS DATE(S) SINCE THE LAST CLEAN BATCH ('
               WS-CU-LAST-GOOD ') - CATCHING UP ' WS-CU-CNT
           COMPUTE WS-CU-LEFT-CNT = WS-CU-MISSED-CNT - WS-CU-CNT
           IF WS-CU-LEFT-CNT GREATER 0
               MOVE WS-CU-LEFT-CNT TO WS-CU-EDIT
               DISPLAY 'AOC9042W BATCH DRIVER: CATCHUP LIMIT '
                   WS-CU-LIMIT ' - ' WS-CU-EDIT ' MISSED DATE(S) LEFT'
                   ' FOR A LATER BATCH'
           END-IF
           IF WS-CU-CNT EQUAL 0
               GO TO 4000-EXIT
           END-IF
      *    TODAY'S MANIFEST AND BUSINESS-DATE FILE STAND ASIDE WHILE
      *    THE MISSED DATES' OWN ARE IN PLACE
           IF WS-ENV-SETTING EQUAL 'TEST'
               MOVE '/root/workspace/TESTROOT/BUSINESS-DATE.TXT'
                   TO WS-CU-BIZDATE-PATH
           ELSE
               MOVE '/root/workspace/BUSINESS-DATE.TXT'
                   TO WS-CU-BIZDATE-PATH
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-BATCH-MANIFEST.SAV'
                   DELIMITED BY SIZE
               ' /tmp/AOC-BATCH-BIZDATE.SAV ;' DELIMITED BY SIZE
               ' if [ -f STAGE-MANIFEST.TXT ] ; then cp'
                   DELIMITED BY SIZE
               ' STAGE-MANIFEST.TXT /tmp/AOC-BATCH-MANIFEST.SAV ;'
                   DELIMITED BY SIZE
               ' fi ; if [ -f "' DELIMITED BY SIZE
               WS-CU-BIZDATE-PATH DELIMITED BY SPACE
               '" ] ; then cp "' DELIMITED BY SIZE
               WS-CU-BIZDATE-PATH DELIMITED BY SPACE
               '" /tmp/AOC-BATCH-BIZDATE.SAV ; fi' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * 4050-CHECK-MISSED-DATE - ONE DATE OF THE WALK FROM THE LAST  *
      * CLEAN BATCH TO TODAY.  A DATE ON THE REGISTER IS NOT MISSED. *
      * ANY OTHER DATE IS, UNLESS IT IS A HOLIDAY: A HOLIDAY COUNTS  *
      * AS MISSED ONLY WHEN ITS STAGE-MANIFEST-YYYYMMDD.TXT EXISTS,  *
      * I.E. WORK WAS DELIVERED FOR A DATE THE CALENDAR SKIPPED      *
      ***************************************************************
       4050-CHECK-MISSED-DATE.

           COMPUTE WS-CU-WALK-DATE = FUNCTION DATE-OF-INTEGER(WS-CU-INT)
           ADD 1 TO WS-CU-INT
           PERFORM VARYING WS-CU-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-CU-SEEN-SUB GREATER WS-CU-SEEN-CNT
               IF WS-CU-SEEN-DATE(WS-CU-SEEN-SUB) EQUAL WS-CU-WALK-DATE
                   GO TO 4050-EXIT
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-CU-HOLIDAY
           PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB GREATER WS-HOLIDAY-CNT
               IF WS-HOLIDAY-DATE(WS-HOLIDAY-SUB) EQUAL WS-CU-WALK-DATE
                   MOVE 'Y' TO WS-CU-HOLIDAY
               END-IF
           END-PERFORM
           IF WS-CU-HOLIDAY EQUAL 'Y'
               MOVE SPACES TO WS-COMMAND
               STRING 'rm -f /tmp/AOC-BATCH-COUNT.FLG ;'
                       DELIMITED BY SIZE
                   ' if [ -f STAGE-MANIFEST-' DELIMITED BY SIZE
                   WS-CU-WALK-DATE DELIMITED BY SIZE
                   '.TXT ] ; then echo DELIVERED ; else echo NONE ; fi'
                       DELIMITED BY SIZE
                   ' > /tmp/AOC-BATCH-COUNT.FLG' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE SPACES TO WS-COUNT-TEXT
               OPEN INPUT COUNT-FLAG-FILE
               IF WS-COUNT-FLAG-FST EQUAL '00'
                   READ COUNT-FLAG-FILE INTO WS-COUNT-TEXT
                       AT END
                           MOVE SPACES TO WS-COUNT-TEXT
                   END-READ
               END-IF
               CLOSE COUNT-FLAG-FILE
               IF WS-COUNT-TEXT(1:9) NOT EQUAL 'DELIVERED'
                   GO TO 4050-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-CU-MISSED-CNT
           IF WS-CU-CNT LESS WS-CU-LIMIT
               ADD 1 TO WS-CU-CNT
               MOVE WS-CU-WALK-DATE TO WS-CU-DATE(WS-CU-CNT)
           END-IF
           .
       4050-EXIT.
           EXIT.

      ***************************************************************
      * 4100-RUN-CATCHUP-PASS - RUNS THE WHOLE CATALOG FOR ONE       *
      * MISSED DATE UNDER ITS OWN BUSINESS DATE, STAGING FROM ITS    *
      * OWN STAGE-MANIFEST-YYYYMMDD.TXT.  A DATE WITH NO MANIFEST    *
      * CANNOT BE RUN, AND NO LATER DATE MAY RUN AHEAD OF IT, SO THE *
      * CATCH-UP STOPS THERE.                                        *
      ***************************************************************
       4100-RUN-CATCHUP-PASS.

           IF CATCHUP-HALTED
               GO TO 4100-EXIT
           END-IF
           MOVE WS-CU-DATE(WS-CU-SUB) TO WS-CU-PASS-DATE
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-BATCH-COUNT.FLG ;' DELIMITED BY SIZE
               ' if [ -f STAGE-MANIFEST-' DELIMITED BY SIZE
               WS-CU-PASS-DATE DELIMITED BY SIZE
               '.TXT ] ; then cp STAGE-MANIFEST-' DELIMITED BY SIZE
               WS-CU-PASS-DATE DELIMITED BY SIZE
               '.TXT STAGE-MANIFEST.TXT && echo "DATE '
                   DELIMITED BY SIZE
               WS-CU-PASS-DATE DELIMITED BY SIZE
               '" > "' DELIMITED BY SIZE
               WS-CU-BIZDATE-PATH DELIMITED BY SPACE
               '" && echo READY ; else echo NOMANIFEST ; fi'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-BATCH-COUNT.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE SPACES TO WS-COUNT-TEXT
           OPEN INPUT COUNT-FLAG-FILE
           IF WS-COUNT-FLAG-FST EQUAL '00'
               READ COUNT-FLAG-FILE INTO WS-COUNT-TEXT
                   AT END
                       MOVE SPACES TO WS-COUNT-TEXT
               END-READ
           END-IF
           CLOSE COUNT-FLAG-FILE
           IF WS-COUNT-TEXT(1:5) NOT EQUAL 'READY'
               SET CATCHUP-HALTED TO TRUE
               MOVE WS-CU-PASS-DATE TO WS-CU-HALT-DATE
               COMPUTE WS-CU-LEFT-CNT = WS-CU-LEFT-CNT
                   + WS-CU-CNT - WS-CU-SUB + 1
               DISPLAY 'AOC9043E BATCH DRIVER: NO STAGE-MANIFEST-'
                   WS-CU-PASS-DATE '.TXT - CATCH-UP STOPS AT'
                   ' BUSINESS DATE ' WS-CU-PASS-DATE
               GO TO 4100-EXIT
           END-IF

           SET CATCHUP-PASS TO TRUE
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           DISPLAY 'AOC9044I BATCH DRIVER: CATCH-UP PASS FOR MISSED'
               ' BUSINESS DATE ' BIZ-DATE
           MOVE SPACES TO SUMMARY-RECORD
           STRING '===== CATCH-UP PASS - MISSED BUSINESS DATE '
               BIZ-DATE ' =====' DELIMITED BY SIZE
               INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE 'SUMMARY-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-SUMMARY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE 'SUMMARY-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-SUMMARY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
      *    ONLY HOLDS FOR THIS DATE'S STAGED GRIDS APPLY - ITS OWN
      *    STAGE-INPUTS STEP RUNS THE GRID CHECK AGAIN
           PERFORM 4200-RESET-PASS            THRU 4200-EXIT
           PERFORM 1650-LOAD-GRID-HOLDS       THRU 1650-EXIT
           PERFORM 1700-READ-SCHEDULE         THRU 1700-EXIT
           PERFORM 1850-SEED-BUDGETS          THRU 1850-EXIT
           PERFORM 2005-RUN-JOB-PASS          THRU 2005-EXIT
           PERFORM 4500-DIGEST-CATCHUP-PASS   THRU 4500-EXIT
           PERFORM 4700-RECORD-PASS-DATE      THRU 4700-EXIT
           ADD WS-FAIL-JOB-CNT TO WS-CU-FAIL-CNT
           ADD 1 TO WS-CU-RAN-CNT
           MOVE 'N' TO WS-CATCHUP-FLAG
           .
       4100-EXIT.
           EXIT.

      ***************************************************************
      * 4200-RESET-PASS - CLEARS THE JOB TABLE'S PER-PASS STATE SO   *
      * THE NEXT PASS STARTS AS A FRESH BATCH WOULD                  *
      ***************************************************************
       4200-RESET-PASS.

           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB GREATER WS-JOB-CNT
               MOVE 'Y'   TO WS-JOB-SCHEDULED(WS-SCHED-SUB)
               MOVE SPACE TO WS-JOB-SHEDDED(WS-SCHED-SUB)
               MOVE SPACE TO WS-JOB-STATE(WS-SCHED-SUB)
               MOVE 0     TO WS-JOB-AM-PRIOR(WS-SCHED-SUB)
               MOVE 'N'   TO WS-JOB-GRID-HELD(WS-SCHED-SUB)
               MOVE 'N'   TO WS-JOB-EARLY(WS-SCHED-SUB)
           END-PERFORM
           INITIALIZE WS-DIGEST-TABLE
           MOVE 0 TO WS-FAIL-JOB-CNT WS-SKIP-CNT WS-SHED-CNT
                     WS-HOLIDAY-CNT WS-GRID-HOLD-CNT WS-EARLY-CNT
           MOVE 'N' TO WS-TODAY-HOLIDAY
           .
       4200-EXIT.
           EXIT.

      ***************************************************************
      * 4300-RESTORE-CURRENT-DATE - PUTS TODAY'S MANIFEST AND        *
      * BUSINESS-DATE FILE BACK AND, WHEN A CATCH-UP PASS RAN, SETS  *
      * THE JOB TABLE UP AFRESH FOR TODAY'S OWN PASS                 *
      ***************************************************************
       4300-RESTORE-CURRENT-DATE.

           MOVE SPACES TO WS-COMMAND
           STRING 'if [ -f /tmp/AOC-BATCH-MANIFEST.SAV ] ; then mv'
                   DELIMITED BY SIZE
               ' /tmp/AOC-BATCH-MANIFEST.SAV STAGE-MANIFEST.TXT ;'
                   DELIMITED BY SIZE
               ' else rm -f STAGE-MANIFEST.TXT ; fi ;'
                   DELIMITED BY SIZE
               ' if [ -f /tmp/AOC-BATCH-BIZDATE.SAV ] ; then mv'
                   DELIMITED BY SIZE
               ' /tmp/AOC-BATCH-BIZDATE.SAV "' DELIMITED BY SIZE
               WS-CU-BIZDATE-PATH DELIMITED BY SPACE
               '" ; else rm -f "' DELIMITED BY SIZE
               WS-CU-BIZDATE-PATH DELIMITED BY SPACE
               '" ; fi' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           IF WS-CU-RAN-CNT EQUAL 0
               GO TO 4300-EXIT
           END-IF
           MOVE WS-CU-RAN-CNT TO WS-CU-EDIT
           DISPLAY 'AOC9045I BATCH DRIVER: ' WS-CU-EDIT
               ' MISSED DATE(S) CAUGHT UP - RESUMING BUSINESS DATE '
               BIZ-DATE
           PERFORM 4200-RESET-PASS            THRU 4200-EXIT
           PERFORM 1700-READ-SCHEDULE         THRU 1700-EXIT
           PERFORM 1650-LOAD-GRID-HOLDS       THRU 1650-EXIT
           PERFORM 1660-LOAD-EARLY-RELEASES   THRU 1660-EXIT
           PERFORM 1850-SEED-BUDGETS          THRU 1850-EXIT
           MOVE SPACES TO SUMMARY-RECORD
           STRING '===== CURRENT PASS - BUSINESS DATE '
               BIZ-DATE ' =====' DELIMITED BY SIZE
               INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE 'SUMMARY-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-SUMMARY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE 'SUMMARY-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-SUMMARY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       4300-EXIT.
           EXIT.

      ***************************************************************
      * 4500-DIGEST-CATCHUP-PASS - THE CATCH-UP PASS'S OWN SECTION   *
      * OF THE DIGEST, HEADED WITH ITS BUSINESS DATE                 *
      ***************************************************************
       4500-DIGEST-CATCHUP-PASS.

           PERFORM 8010-OPEN-DIGEST THRU 8010-EXIT
           STRING '*** CATCH-UP PASS - MISSED BUSINESS DATE '
               WS-CU-PASS-DATE ' ***' DELIMITED BY SIZE
               INTO DIGEST-RECORD
           END-STRING
           PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
           PERFORM 8020-WRITE-PASS-LINES THRU 8020-EXIT
           IF WS-FAIL-JOB-CNT GREATER 0
               PERFORM 8100-WRITE-FAILURE-IMPACT THRU 8100-EXIT
           END-IF
           MOVE SPACES TO DIGEST-RECORD
           PERFORM 8190-WRITE-DIGEST-RECORD THRU 8190-EXIT
           .
       4500-EXIT.
           EXIT.

      ***************************************************************
      * 4700-RECORD-PASS-DATE - LOGS THE FINISHED PASS ON            *
      * BATCH-DATES.TXT UNDER ITS BUSINESS DATE.  A HOLIDAY, AN      *
      * INCLUDE RUN OR A RERUNS-ONLY RUN IS NOT A BATCH FOR THE DATE *
      * AND IS NOT LOGGED.                                           *
      ***************************************************************
       4700-RECORD-PASS-DATE.

           IF NOT CATCHUP-PASS
               IF INCLUDE-SEEN OR RERUNS-ONLY OR TODAY-IS-HOLIDAY
                   GO TO 4700-EXIT
               END-IF
           END-IF
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           MOVE SPACES TO BATCH-DATE-RECORD
           MOVE BIZ-DATE TO BDR-BIZ-DATE
           EVALUATE TRUE
               WHEN CATCHUP-PASS
                   MOVE 'CATCHUP' TO BDR-PASS-TYPE
               WHEN RESTART-MODE
                   MOVE 'RESTART' TO BDR-PASS-TYPE
               WHEN OTHER
                   MOVE 'NORMAL' TO BDR-PASS-TYPE
           END-EVALUATE
           IF WS-FAIL-JOB-CNT EQUAL 0
               MOVE 'CLEAN' TO BDR-VERDICT
           ELSE
               MOVE 'ATTN' TO BDR-VERDICT
           END-IF
           MOVE WS-FAIL-JOB-CNT TO BDR-NOT-OK-CNT
           MOVE WS-BATCH-ID TO BDR-BATCH-ID
           IF CATCHUP-PASS
               MOVE 0 TO BDR-BACKLOG
           ELSE
               MOVE WS-CU-LEFT-CNT TO BDR-BACKLOG
           END-IF
           ACCEPT BDR-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TS FROM TIME
           MOVE WS-NOW-TS(1:6) TO BDR-END-TIME
           OPEN EXTEND BATCH-DATES-FILE
           MOVE 'BATCH-DATES-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-BATCH-DATES-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           WRITE BATCH-DATE-RECORD
           MOVE 'BATCH-DATES-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-BATCH-DATES-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           CLOSE BATCH-DATES-FILE
           .
       4700-EXIT.
           EXIT.

      ***************************************************************
      * 4800-TAKE-BEFORE-IMAGE - BEFORE THE FIRST JOB RUNS, COPIES   *
      * EVERY SHARED MASTER AND LEDGER THE BATCH WILL TOUCH, AND THE *
      * FILES OF EACH JOB FOLDER (ITS RUN-LEDGER.TXT AND THE OUTPUTS *
      * AOC-COMMIT PROMOTES THERE), INTO BATCH-IMAGE/, SO            *
      * BATCH-ROLLBACK CAN PUT THE BATCH BACK.  ONLY THE LATEST      *
      * BATCH'S IMAGE IS KEPT.  A RESTART IS THE SAME BATCH: IT      *
      * KEEPS THE IMAGE ITS FIRST RUN TOOK AND ADDS ITS OWN BATCH ID *
      * TO THE MANIFEST.                                             *
      ***************************************************************
       4800-TAKE-BEFORE-IMAGE.

           MOVE SPACES TO WS-IMG-OWNER
           MOVE 'N' TO WS-IMG-ROLLED
           OPEN INPUT IMAGE-MANIFEST-FILE
           IF WS-IMAGE-FST EQUAL '00'
               SET NOT-IMAGE-EOF TO TRUE
               PERFORM UNTIL IMAGE-EOF
                   READ IMAGE-MANIFEST-FILE
                       AT END
                           SET IMAGE-EOF TO TRUE
                       NOT AT END
                           IF IMB-TYPE EQUAL 'B'
                               AND WS-IMG-OWNER EQUAL SPACES
                               MOVE IMB-BATCH-ID TO WS-IMG-OWNER
                           END-IF
                           IF IMB-TYPE EQUAL 'X'
                               MOVE 'Y' TO WS-IMG-ROLLED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE IMAGE-MANIFEST-FILE
           IF RESTART-MODE
               AND WS-IMG-OWNER NOT EQUAL SPACES
               AND WS-IMG-ROLLED EQUAL 'N'
               OPEN EXTEND IMAGE-MANIFEST-FILE
               PERFORM 4850-WRITE-IMAGE-BATCH THRU 4850-EXIT
               CLOSE IMAGE-MANIFEST-FILE
               DISPLAY 'AOC9047I BATCH DRIVER: RESTART KEEPS THE'
                   ' BEFORE-IMAGE OF BATCH ' WS-IMG-OWNER
               GO TO 4800-EXIT
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -rf BATCH-IMAGE ; mkdir -p BATCH-IMAGE'
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           OPEN OUTPUT IMAGE-MANIFEST-FILE
           MOVE 'IMAGE-MANIFEST-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-IMAGE-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           PERFORM 4850-WRITE-IMAGE-BATCH THRU 4850-EXIT
           PERFORM 4810-IMAGE-ONE-FILE THRU 4810-EXIT
               VARYING WS-IMG-SUB FROM 1 BY 1
               UNTIL WS-IMG-SUB GREATER WS-IMG-FILE-CNT
           MOVE 0 TO WS-IMG-DIR-CNT
           PERFORM 4820-IMAGE-ONE-FOLDER THRU 4820-EXIT
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX GREATER WS-JOB-CNT
           CLOSE IMAGE-MANIFEST-FILE
           DISPLAY 'AOC9046I BATCH DRIVER: BEFORE-IMAGE TAKEN - '
               WS-IMG-FILE-CNT ' MASTER(S) AND LEDGER(S), '
               WS-IMG-DIR-CNT ' JOB FOLDER(S) IN BATCH-IMAGE'
           .
       4800-EXIT.
           EXIT.

      *    ONE MASTER OR LEDGER - ITS COPY AND ITS LINE COUNT, OR A
      *    NOTE THAT IT DID NOT EXIST BEFORE THE BATCH
       4810-IMAGE-ONE-FILE.

           MOVE WS-IMG-PATH(WS-IMG-SUB) TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-IMG-PATH-LEN
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-BATCH-COUNT.FLG ; if [ -f "'
                   DELIMITED BY SIZE
               WS-IMG-PATH(WS-IMG-SUB)(1:WS-IMG-PATH-LEN)
                   DELIMITED BY SIZE
               '" ] ; then cp -p "' DELIMITED BY SIZE
               WS-IMG-PATH(WS-IMG-SUB)(1:WS-IMG-PATH-LEN)
                   DELIMITED BY SIZE
               '" BATCH-IMAGE/ && wc -l < "' DELIMITED BY SIZE
               WS-IMG-PATH(WS-IMG-SUB)(1:WS-IMG-PATH-LEN)
                   DELIMITED BY SIZE
               '" ; else echo MISSING ; fi' DELIMITED BY SIZE
               ' > /tmp/AOC-BATCH-COUNT.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE SPACES TO WS-COUNT-TEXT
           OPEN INPUT COUNT-FLAG-FILE
           IF WS-COUNT-FLAG-FST EQUAL '00'
               READ COUNT-FLAG-FILE INTO WS-COUNT-TEXT
                   AT END
                       MOVE SPACES TO WS-COUNT-TEXT
               END-READ
           END-IF
           CLOSE COUNT-FLAG-FILE
           MOVE SPACES TO IMAGE-FILE-RECORD
           MOVE 'F' TO IMF-TYPE
           MOVE WS-IMG-PATH(WS-IMG-SUB) TO IMF-PATH
           MOVE WS-IMG-ACTION(WS-IMG-SUB) TO IMF-ACTION
           MOVE 0 TO WS-COUNT-ONE-FILE
           IF WS-COUNT-TEXT(1:7) EQUAL 'MISSING'
               MOVE 'N' TO IMF-EXISTED
           ELSE
               MOVE 'Y' TO IMF-EXISTED
               MOVE 1 TO WS-COUNT-SUB
               PERFORM UNTIL WS-COUNT-SUB GREATER 20
                       OR WS-COUNT-TEXT(WS-COUNT-SUB:1) NOT NUMERIC
                   MOVE WS-COUNT-TEXT(WS-COUNT-SUB:1)
                       TO WS-COUNT-CHAR-X
                   COMPUTE WS-COUNT-ONE-FILE =
                       (WS-COUNT-ONE-FILE * 10) + WS-COUNT-CHAR-9
                   ADD 1 TO WS-COUNT-SUB
               END-PERFORM
           END-IF
           MOVE WS-COUNT-ONE-FILE TO IMF-LINES
           WRITE IMAGE-FILE-RECORD
           .
       4810-EXIT.
           EXIT.

      *    ONE JOB FOLDER - EVERY .TXT FILE IN IT OR BELOW IT
      *    (ROOT-LEVEL STEPS HAVE NO FOLDER OF THEIR OWN)
       4820-IMAGE-ONE-FOLDER.

           IF WS-JOB-DIR(WS-JOB-IDX) EQUAL '.'
               GO TO 4820-EXIT
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING 'find "' DELIMITED BY SIZE
               WS-JOB-DIR(WS-JOB-IDX)(1:WS-JOB-DIR-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '" -type f -name "*.TXT" -exec cp -p --parents {} '
                   DELIMITED BY SIZE
               'BATCH-IMAGE/ \;' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE SPACES TO IMAGE-FILE-RECORD
           MOVE 'D' TO IMF-TYPE
           MOVE WS-JOB-DIR(WS-JOB-IDX) TO IMF-PATH
           WRITE IMAGE-FILE-RECORD
           ADD 1 TO WS-IMG-DIR-CNT
           .
       4820-EXIT.
           EXIT.

      *    THE BATCH ID THIS RUN POSTS UNDER
       4850-WRITE-IMAGE-BATCH.

           MOVE SPACES TO IMAGE-BATCH-RECORD
           MOVE 'B' TO IMB-TYPE
           MOVE WS-BATCH-ID TO IMB-BATCH-ID
           MOVE WS-BATCH-ID-DATE TO IMB-DATE
           MOVE WS-BATCH-ID-TIME(1:6) TO IMB-TIME
           MOVE WS-OPERATOR-ID TO IMB-OPERATOR
           WRITE IMAGE-BATCH-RECORD
           .
       4850-EXIT.
           EXIT.

      ***************************************************************
      * 7000-TRIM - FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD         *
      ***************************************************************
