      *              EXTRACT, GL SUMMARY, BATCH REGISTER, CHECKPOINT,
      *              OR RUN HISTORY. THE SAME FILE IS THEN RERUN IN
      *              COMMIT MODE ONCE THE PROOF REPORTS ARE APPROVED.
      *              THE WRITE-OFF DAYS VALUE IS THE AGE, IN BUSINESS
      *              DAYS, PAST WHICH UNREPAIRED SUSPENSE ITEMS ARE
      *              AUTOMATICALLY WRITTEN OFF; ZERO LEAVES AGED
      *              WRITE-OFF OFF SO ITEMS DROP ONLY BY SUPERVISOR
      *              AUTHORIZATION CARD.
      *              THE HIGH-VOLUME SWITCH ("Y" = ON) DEFERS MASTER
      *              POSTING TO A SORTED SEQUENTIAL MERGE: ACCEPTED
      *              DETAILS ARE SORTED BY KEY, NETTED TO ONE MASTER
