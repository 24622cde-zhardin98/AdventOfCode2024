      *   DEQ   RELEASE THE RESOURCE.  ALWAYS RC 0.                   *
      *   LIST  DISPLAY EVERY LOCK ON FILE ON THE CONSOLE.            *
      *   FREE  FORCIBLY RELEASE THE NAMED RESOURCE (OPERATOR         *
      *         OVERRIDE OF A STALE OR ORPHANED LOCK).  DUAL CONTROL: *
      *         RC 0 = FREED (OR NOTHING TO FREE), 4 = NOT FREED -    *
      *         AWAITING A SECOND OPERATOR'S APPROVAL (ENQ-HELD-BY    *
      *         CARRIES THE APPROVAL REQUEST NUMBER).                 *
      ****************************************************************
       01  ENQ-PARMS.
           05  ENQ-OP                           PIC X(4).
