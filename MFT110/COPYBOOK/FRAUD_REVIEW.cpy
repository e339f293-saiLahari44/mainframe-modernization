      * THE SIU REVIEW QUEUE - MF110B7 INSERTS ONE ROW THE FIRST TIME   *
      * A CLAIM TRIPS THE FRAUD RULES (DISPOSITION SPACES = AWAITING    *
      * REVIEW) AND NEVER TOUCHES A CLAIM THAT ALREADY HAS A ROW, SO A  *
      * CASE SIU HAS WORKED STAYS WORKED. MF110B39 OPENS A ROW THE      *
      * SAME WAY FOR AN ISO CLAIMSEARCH MATCH, WITH THE MATCH REASON    *
      * IN FLAGREASON, AND REOPENS A CLEARED ROW, SINCE A MATCH IS NEW  *
      * EVIDENCE. SIU DISPOSITIONS A CASE FROM THE SCREEN (CLEARED      *
      * DROPS THE CLAIM'S FRAUDFLAG, CONFIRMED KEEPS IT) WITH REVIEWER  *
      * AND DATE RECORDED HERE.                                         *
      ******************************************************************
       01  FRAUD-REVIEW.
      *    *************************************************************
