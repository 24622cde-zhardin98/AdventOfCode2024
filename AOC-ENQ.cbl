      * REFUSES IT WITH ITS OWN RETURN CODE SO THE CALLER CAN ASK    *
      * THE OPERATOR BEFORE OVERRIDING.  SEE COPYLIB/ENQPARM.cpy     *
      * FOR THE CALL PROTOCOL.  STATICALLY LINKED BY aoc-build.sh    *
      * LIKE AOC-ABEND.  A FORCED FREE OF A HELD LOCK IS A           *
      * DUAL-CONTROL ACTION: IT GOES AHEAD ONLY UNDER A SECOND       *
      * OPERATOR'S APPROVAL FROM AOC-APPROVE.                        *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    A LOCK FOUR HOURS OLD BELONGS TO A RUN THAT DIED
       01  C-STALE-HUNDREDTHS                     PIC 9(9)
           VALUE 1440000.
      *    FOUR-EYES APPROVAL FOR A FORCED FREE
       COPY APRPARM.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

           EXIT.

      ***************************************************************
      * OPERATOR OVERRIDE - FORCIBLY RELEASE THE NAMED RESOURCE,     *
      * ONCE A SECOND OPERATOR HAS APPROVED IT                       *
      ***************************************************************
       5000-FORCE-FREE.

                   ENQ-RESOURCE ' TO FREE'
               GO TO 5000-EXIT
           END-IF
           MOVE 'AUTH'       TO APR-OP
           MOVE 'ENQFREE'    TO APR-ACTION
           MOVE ENQ-RESOURCE TO APR-TARGET
           MOVE ENQ-HOLDER   TO APR-OPERATOR
           MOVE ENQ-PROGRAM  TO APR-PROGRAM
           CALL 'AOC-APPROVE' USING APR-PARMS
           IF APR-RC NOT EQUAL 0
               DISPLAY 'AOC9608W ENQ SERVICE: LOCK ON ' ENQ-RESOURCE
                   ' NOT FREED - ' APR-MESSAGE
               MOVE APR-MESSAGE TO ENQ-HELD-BY
               MOVE 4 TO ENQ-RC
               GO TO 5000-EXIT
           END-IF
           DISPLAY 'AOC9607W ENQ SERVICE: LOCK ON ' ENQ-RESOURCE
               ' HELD BY ' WS-LT-HOLDER(WS-LOCK-HIT)
               ' FREED BY OPERATOR ' ENQ-HOLDER
